000310*                    RECORD NOW CARRIES ITS SOURCE PROGRAM SO
000311*                    THE GRADE-CONFLICT REPORT CAN LIST ANY KEY
000312*                    BOTH SIDES TOUCHED ON THE SAME DATE.
000312*   10/15/2026 RK    COURSE CATALOG. MARKS ARE PROVED AGAINST THE
000312*                    KEYED CATALOG MASTER (GRACRSMF, MAINTAINED BY
000312*                    COURSE-MAINT) - A COURSE NOT ON IT, OR NOT
000312*                    OFFERED IN THE MARK'S TERM, IS REJECTED AND
000312*                    COUNTED ON THE FEED ACK. THE GPA ROLL-UP
000312*                    TAKES CREDIT HOURS FROM THE CATALOG INSTEAD
000312*                    OF THE HOURS KEYED ON EACH GPA RECORD. NO
000312*                    CATALOG MEANS THE SITE HASN'T CUT OVER AND
000312*                    BOTH FALL BACK TO THE OLD BEHAVIOUR.
000312*   10/15/2026 RK    ADMINISTRATIVE MARKS NOW POST TO THE GRADE
000312*                    MASTER, WITH A ZERO MARK AND THE GRADE 'I '
000312*                    (INC), 'W ' (WDR) OR 'AU' (AUD), AND ARE
000312*                    AUDITED LIKE ANY GRADE, SO SAP-EVAL CAN COUNT
000312*                    WITHDRAWALS AND INCOMPLETES AS CREDITS
000312*                    ATTEMPTED. A LATER MARK FOR THE SAME COURSE
000312*                    AND TERM REPLACES THE CODE IN THE USUAL WAY.
000170*---------------------------------------------------------------
000180 ENVIRONMENT DIVISION.
000190 CONFIGURATION SECTION.
000307         ACCESS MODE IS RANDOM
000307         RECORD KEY IS GRA-SM-STUDENT-ID
000307         FILE STATUS IS GRA-WS-STUMF-STATUS.
000307     SELECT GRA-CRSMF-FILE   ASSIGN TO GRACRSMF
000307         ORGANIZATION IS INDEXED
000307         ACCESS MODE IS RANDOM
000307         RECORD KEY IS CRS-COURSE-ID
000307         FILE STATUS IS GRA-WS-CRSMF-STATUS.
000307     SELECT GRA-ENRMF-FILE   ASSIGN TO GRAENRMF
000307         ORGANIZATION IS LINE SEQUENTIAL
000307         FILE STATUS IS GRA-WS-ENRMF-STATUS.
000517     05  GRA-SM-ENROLL-STATUS    PIC X(01).
000518     05  FILLER                  PIC X(02).
000519*
000519*    KEYED COURSE CATALOG - SEE CRSMAST.CPY.
000519 FD  GRA-CRSMF-FILE
000519     RECORD CONTAINS 60 CHARACTERS.
000519     COPY CRSMAST REPLACING ==CRSMAST-RECORD==
000519         BY ==GRA-CRSMF-REC==.
000519*
000520 FD  GRA-ENRMF-FILE
000521     RECORD CONTAINS 30 CHARACTERS.
000522 01  GRA-ENRMF-REC.
000504     05  ACK-TRL-COUNT           PIC 9(07).
000504     05  ACK-TRL-HASH            PIC 9(11).
000504     05  ACK-VERIFIED            PIC X(01).
000504     05  ACK-REJ-COURSE          PIC 9(04).
000504*
000505*    POSTING-IN-PROGRESS INTERLOCK - 'B' WHILE THIS RUN HAS THE
000505*    GRADE MASTER OPEN FOR POSTING, 'F' OTHERWISE. GRADE-ONLINE
000481     88  GRA-WS-STUMF-LOADED     VALUE 'Y'.
000482 77  GRA-WS-STUDENT-FOUND-SW     PIC X(01).
000483     88  GRA-WS-STUDENT-FOUND    VALUE 'Y'.
000483 77  GRA-WS-CRSMF-STATUS         PIC X(02) VALUE '00'.
000483 77  GRA-WS-CRSMF-LOADED-SW      PIC X(01) VALUE 'N'.
000483     88  GRA-WS-CRSMF-LOADED     VALUE 'Y'.
000483 77  GRA-WS-COURSE-STAT-SW       PIC X(01).
000483     88  GRA-WS-COURSE-OK        VALUE 'Y'.
000483     88  GRA-WS-COURSE-UNKNOWN   VALUE 'U'.
000483     88  GRA-WS-COURSE-NOT-OFFERED VALUE 'R'.
000483 77  GRA-WS-GPA-CREDITS          PIC 9(01)V9(01).
000484 01  GRA-WS-STUDENT-NAME         PIC X(20).
000485 01  GRA-WS-LOOKUP-ID            PIC X(09).
000485*
000543         10  GRA-AK-REJ-UNKN     PIC 9(05) COMP.
000543         10  GRA-AK-REJ-ENRL     PIC 9(05) COMP.
000543         10  GRA-AK-REJ-RANGE    PIC 9(05) COMP.
000543         10  GRA-AK-REJ-CRS      PIC 9(05) COMP.
000543         10  GRA-AK-EXP-COUNT    PIC 9(07).
000543         10  GRA-AK-EXP-HASH     PIC 9(11).
000543         10  GRA-AK-READ-HASH    PIC 9(11).
000745     PERFORM 1050-LOAD-SCALE THRU 1050-EXIT.
000746     PERFORM 1080-LOAD-GPA-POINTS THRU 1080-EXIT.
000747     PERFORM 1085-OPEN-STUDENT-MASTER THRU 1085-EXIT.
000747     PERFORM 1087-OPEN-COURSE-CATALOG THRU 1087-EXIT.
000747     PERFORM 1092-LOAD-ENROLL-MASTER THRU 1092-EXIT.
000747     PERFORM 1094-LOAD-EXP-SECTIONS THRU 1094-EXIT.
000748     PERFORM 1088-LOAD-GPA-THRESHOLDS THRU 1088-EXIT.
000885 1085-EXIT.
000886     EXIT.
000887*
000887*===============================================================
000887 1087-OPEN-COURSE-CATALOG.
000887*===============================================================
000887*    OPENS THE KEYED COURSE CATALOG FOR RANDOM READ. AS WITH THE
000887*    STUDENT MASTER, A CATALOG THAT WILL NOT OPEN MEANS THIS SITE
000887*    HASN'T CUT OVER YET - THE COURSE CHECK IS DISABLED AND GPA
000887*    CREDIT HOURS COME FROM THE GPA RECORDS AS BEFORE.
000887     OPEN INPUT GRA-CRSMF-FILE.
000887     IF GRA-WS-CRSMF-STATUS = '00'
000887         MOVE 'Y' TO GRA-WS-CRSMF-LOADED-SW
000887     ELSE
000887         MOVE 'N' TO GRA-WS-CRSMF-LOADED-SW
000887         DISPLAY "GRADE-CALC: NO COURSE CATALOG - COURSE CHECK "
000887             "DISABLED"
000887     END-IF.
000887 1087-EXIT.
000887     EXIT.
000887*
000908*===============================================================
000909 1092-LOAD-ENROLL-MASTER.
000910*===============================================================
000861         ADD 1 TO GRA-WS-REJECT-COUNT
000861         GO TO 2000-READ-NEXT
000861     END-IF.
000861     PERFORM 2074-CHECK-COURSE THRU 2074-EXIT.
000861     IF NOT GRA-WS-COURSE-OK
000861         PERFORM 2071-WRITE-COURSE-REJECT THRU 2071-EXIT
000861         ADD 1 TO GRA-WS-REJECT-COUNT
000861         GO TO 2000-READ-NEXT
000861     END-IF.
000862     IF GRA-WS-ADMIN-MARK
000863         PERFORM 2080-PROCESS-ADMIN-MARK THRU 2080-EXIT
000864         GO TO 2000-READ-NEXT
000991 2069-EXIT.
000992     EXIT.
000993*
000993*===============================================================
000993 2071-WRITE-COURSE-REJECT.
000993*===============================================================
000993     MOVE SPACES             TO GRA-WS-REJECT-LINE.
000993     MOVE "GRADECLC"         TO GRJ-PROGRAM-ID.
000993     MOVE GRA-IN-STUDENT-ID  TO GRJ-KEY-ID.
000993     IF GRA-WS-COURSE-UNKNOWN
000993         MOVE "COURSE ID NOT ON COURSE CATALOG" TO GRJ-REASON
000993     ELSE
000993         MOVE "COURSE RETIRED OR NOT OFFERED FOR TERM"
000993             TO GRJ-REASON
000993     END-IF.
000993     ADD 1 TO GRA-AK-REJ-CRS (GRA-WS-ACK-SUB).
000993     MOVE RUNSTAMP-DATE      TO GRJ-REJECT-DATE.
000993     MOVE GRA-WS-STUDENT-NAME TO GRJ-STUDENT-NAME.
000993     WRITE GRA-REJECTS-REC FROM GRA-WS-REJECT-LINE.
000993 2071-EXIT.
000993     EXIT.
000993*
000994*===============================================================
000995 2072-CHECK-ENROLLMENT.
000996*===============================================================
001022 2073-EXIT.
001023     EXIT.
001024*
001024*===============================================================
001024 2074-CHECK-COURSE.
001024*===============================================================
001024*    PROVES THE MARK'S COURSE AGAINST THE COURSE CATALOG - IT
001024*    MUST BE ON FILE AND OFFERED IN THE MARK'S TERM, I.E. THE
001024*    TERM IS NOT BEFORE THE COURSE'S FIRST TERM AND IS BEFORE
001024*    ITS RETIRE TERM. WITH NO CATALOG THE CHECK IS DISABLED.
001024     MOVE 'Y' TO GRA-WS-COURSE-STAT-SW.
001024     IF NOT GRA-WS-CRSMF-LOADED
001024         GO TO 2074-EXIT
001024     END-IF.
001024     MOVE GRA-IN-COURSE-ID TO CRS-COURSE-ID.
001024     READ GRA-CRSMF-FILE
001024         INVALID KEY
001024             MOVE 'U' TO GRA-WS-COURSE-STAT-SW
001024     END-READ.
001024     IF GRA-WS-COURSE-UNKNOWN
001024         GO TO 2074-EXIT
001024     END-IF.
001024     IF CRS-EFF-TERM NOT = SPACES
001024             AND GRA-IN-TERM < CRS-EFF-TERM
001024         MOVE 'R' TO GRA-WS-COURSE-STAT-SW
001024     END-IF.
001024     IF CRS-RETIRE-TERM NOT = SPACES
001024             AND GRA-IN-TERM NOT < CRS-RETIRE-TERM
001024         MOVE 'R' TO GRA-WS-COURSE-STAT-SW
001024     END-IF.
001024 2074-EXIT.
001024     EXIT.
001024*
000981*===============================================================
000982 2070-FIND-STUDENT.
000983*===============================================================
001008*===============================================================
001009*    AN ADMINISTRATIVE MARK PRINTS WITH ITS CODE IN PLACE OF A
001010*    LETTER GRADE AND IS COUNTED ON ITS OWN TOTAL. IT DOES NOT
001011*    ENTER THE DISTRIBUTION TALLY, THE KEY EXTRACT OR THE GPA
001011*    CREDIT SUMS, BUT IT IS POSTED TO THE GRADE MASTER - WITH A
001011*    ZERO MARK AND A TWO-BYTE GRADE CODE, 'I ' FOR INC, 'W ' FOR
001011*    WDR, 'AU' FOR AUD - THROUGH THE SAME AUDITED PATH AS A
001011*    LETTER GRADE, SO FINANCIAL AID CAN COUNT WITHDRAWALS AND
001011*    INCOMPLETES AS CREDITS ATTEMPTED.
001013     MOVE GRA-IN-STUDENT-ID   TO GAL-STUDENT-ID.
001014     MOVE GRA-IN-COURSE-ID    TO GAL-COURSE-ID.
001015     MOVE GRA-IN-SECTION      TO GAL-SECTION.
001019     EVALUATE GRA-WS-MARK-CODE
001020         WHEN 'INC'
001021             ADD 1 TO GRA-WS-INC-COUNT
001021             MOVE 'I ' TO GRA-WS-GRADE
001022         WHEN 'WDR'
001023             ADD 1 TO GRA-WS-WDR-COUNT
001023             MOVE 'W ' TO GRA-WS-GRADE
001024         WHEN 'AUD'
001025             ADD 1 TO GRA-WS-AUD-COUNT
001025             MOVE 'AU' TO GRA-WS-GRADE
001026     END-EVALUATE.
001026     MOVE ZERO TO GRA-WS-MARK.
001026     PERFORM 2250-AUDIT-GRADE THRU 2250-EXIT.
001027     ADD 1 TO GRA-AK-ACCEPTED (GRA-WS-ACK-SUB).
001027 2080-EXIT.
001028     EXIT.
001075         MOVE ZERO TO GRA-AK-REJ-UNKN (GRA-WS-ACK-SUB)
001076         MOVE ZERO TO GRA-AK-REJ-ENRL (GRA-WS-ACK-SUB)
001077         MOVE ZERO TO GRA-AK-REJ-RANGE (GRA-WS-ACK-SUB)
001077         MOVE ZERO TO GRA-AK-REJ-CRS (GRA-WS-ACK-SUB)
001078         MOVE ZERO TO GRA-AK-EXP-COUNT (GRA-WS-ACK-SUB)
001079         MOVE ZERO TO GRA-AK-EXP-HASH (GRA-WS-ACK-SUB)
001080         MOVE ZERO TO GRA-AK-READ-HASH (GRA-WS-ACK-SUB)
001306     IF GRA-WS-STUMF-LOADED
001307         CLOSE GRA-STUMF-FILE
001308     END-IF.
001308     IF GRA-WS-CRSMF-LOADED
001308         CLOSE GRA-CRSMF-FILE
001308     END-IF.
001306     MOVE "STUDENTS ON DEAN'S LIST: " TO GHC-LABEL.
001307     MOVE GRA-WS-DEAN-COUNT TO GHC-COUNT.
001308     WRITE GRA-DEAN-RPT-REC FROM GRA-WS-HONOR-COUNT-LINE.
001431         GRA-AK-REJ-DUP (GRA-AK-IDX)
001432         + GRA-AK-REJ-UNKN (GRA-AK-IDX)
001433         + GRA-AK-REJ-ENRL (GRA-AK-IDX)
001434         + GRA-AK-REJ-RANGE (GRA-AK-IDX)
001434         + GRA-AK-REJ-CRS (GRA-AK-IDX).
001435     MOVE GRA-AK-REJ-DUP (GRA-AK-IDX)   TO ACK-REJ-DUP.
001436     MOVE GRA-AK-REJ-UNKN (GRA-AK-IDX)  TO ACK-REJ-UNKNOWN.
001437     MOVE GRA-AK-REJ-ENRL (GRA-AK-IDX)  TO ACK-REJ-NOENROLL.
001438     MOVE GRA-AK-REJ-RANGE (GRA-AK-IDX) TO ACK-REJ-RANGE.
001438     MOVE GRA-AK-REJ-CRS (GRA-AK-IDX)   TO ACK-REJ-COURSE.
001439     MOVE GRA-AK-EXP-COUNT (GRA-AK-IDX) TO ACK-TRL-COUNT.
001440     MOVE GRA-AK-EXP-HASH (GRA-AK-IDX)  TO ACK-TRL-HASH.
001441     IF GRA-AK-RECEIVED (GRA-AK-IDX)
001387         MOVE "GPA GROUP EXCEEDS COURSE LIMIT"
001388             TO GRA-WS-GPA-ERR-REASON
001389     END-IF.
001390*    CREDIT HOURS COME FROM THE COURSE CATALOG WHEN THERE IS
001390*    ONE, SO A MIS-KEYED GPA RECORD CANNOT SKEW THE GPA. A
001390*    COURSE RETIRED SINCE IT WAS TAKEN STILL COUNTS - ONLY A
001390*    COURSE NOT ON THE CATALOG AT ALL FAILS THE GROUP.
001390     IF GRA-WS-CRSMF-LOADED
001390         MOVE GPA-IN-COURSE-ID TO CRS-COURSE-ID
001390         READ GRA-CRSMF-FILE
001390             INVALID KEY
001390                 MOVE ZERO TO CRS-CREDIT-HRS
001390         END-READ
001390         IF CRS-CREDIT-HRS NOT NUMERIC
001390                 OR CRS-CREDIT-HRS = ZERO
001390             IF GRA-WS-GPA-GROUP-OK
001390                 MOVE 'N' TO GRA-WS-GPA-GROUP-OK-SW
001390                 MOVE "GPA COURSE NOT ON COURSE CATALOG"
001390                     TO GRA-WS-GPA-ERR-REASON
001390             END-IF
001390             GO TO 4110-EXIT
001390         END-IF
001390         MOVE CRS-CREDIT-HRS TO GRA-WS-GPA-CREDITS
001390         GO TO 4110-GRADE-COURSE
001390     END-IF.
001390     IF GPA-IN-CREDIT-HRS NOT NUMERIC
001391             OR GPA-IN-CREDIT-HRS = ZERO
001392         IF GRA-WS-GPA-GROUP-OK
001396         END-IF
001397         GO TO 4110-EXIT
001398     END-IF.
001398     MOVE GPA-IN-CREDIT-HRS TO GRA-WS-GPA-CREDITS.
001398 4110-GRADE-COURSE.
001399     MOVE GPA-IN-COURSE-MARK TO GRA-WS-MARK.
001400*    THE COURSE GRADES UNDER ITS OWN SCALE WHERE ONE EXISTS -
001401*    THE SAME COURSE-THEN-DEFAULT FALLBACK 2100-ASSIGN-GRADE
001395         MOVE GPA-IN-COURSE-ID  TO GRA-GG-COURSE-ID (GRA-GG-IDX)
001396         MOVE GPA-IN-TERM       TO GRA-GG-TERM (GRA-GG-IDX)
001397         MOVE GPA-IN-COURSE-MARK TO GRA-GG-MARK (GRA-GG-IDX)
001398         MOVE GRA-WS-GPA-CREDITS TO GRA-GG-CREDITS (GRA-GG-IDX)
001399         MOVE GRA-WS-GRADE      TO GRA-GG-GRADE (GRA-GG-IDX)
001400         MOVE GRA-WS-GPA-POINTS TO GRA-GG-POINTS (GRA-GG-IDX)
001401         MOVE 'N' TO GRA-GG-SUPERSEDED-SW (GRA-GG-IDX)
