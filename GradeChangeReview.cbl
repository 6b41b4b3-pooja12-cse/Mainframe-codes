000250*                    DATE AGING USES THE SAME SERIAL-DAY
000260*                    CONVERSION SIMPLE-INTEREST USES FOR ITS
000270*                    ACTUAL/365 ACCRUALS.
000270*   10/15/2026 RK    AN INCOMPLETE LAPSED TO F BY THE NIGHTLY
000270*                    INC-LAPSE RUN (AUDIT SOURCE INCLAPSE) IS
000270*                    ACADEMIC POLICY, NOT A REGISTRAR CHANGE,
000270*                    AND IS NO LONGER AGED OR HELD FOR APPROVAL.
000280*---------------------------------------------------------------
000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000620     05  GRA-AU-SECTION          PIC X(02).
000630     05  GRA-AU-TERM             PIC X(06).
000640     05  GRA-AU-CAMPUS           PIC X(03).
000650     05  GRA-AU-MARK             PIC 9(03).
000650     05  GRA-AU-SOURCE           PIC X(08).
000650     05  FILLER                  PIC X(03).
000660*
000670*    TERM-END CONTROL FILE - ONE RECORD PER TERM CODE.
000680 FD  GCR-TERM-FILE
003280     IF GRA-AU-OLD-GRADE = SPACES
003290         GO TO 2000-READ-NEXT
003300     END-IF.
003300*    A LAPSED INCOMPLETE IS POSTED BY POLICY ON ITS DEADLINE -
003300*    THERE IS NOTHING FOR THE REGISTRAR TO SIGN OFF.
003300     IF GRA-AU-SOURCE = 'INCLAPSE'
003300         GO TO 2000-READ-NEXT
003300     END-IF.
003310     ADD 1 TO GCR-WS-CHANGE-COUNT.
003320     PERFORM 2100-FIND-TERM-END THRU 2100-EXIT.
003330     IF NOT GCR-WS-FOUND
