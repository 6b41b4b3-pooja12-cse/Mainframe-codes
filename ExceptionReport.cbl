000221*                    LEFT ONE SLOT, SO THE TREND WINDOW ALWAYS
000222*                    COVERS THE MOST RECENT DATES INSTEAD OF
000223*                    FREEZING ON THE FIRST 30 EVER SEEN.
000223*   10/15/2026 RK    ADDED INTEG-SWEEP'S ISWREJCT CROSS-FILE
000223*                    ORPHANS TO THE CONSOLIDATION, SO THE NIGHTLY
000223*                    REFERENTIAL-INTEGRITY EXCEPTIONS SHOW UP ON
000223*                    THE SAME REPORT, DISPOSITIONS AND TREND.
000217*---------------------------------------------------------------
000210 ENVIRONMENT DIVISION.
000220 CONFIGURATION SECTION.
000324     SELECT EXC-LGN-REJ-FILE   ASSIGN TO LGNREJCT
000325         ORGANIZATION IS LINE SEQUENTIAL
000326         FILE STATUS IS EXC-WS-LGN-STATUS.
000326     SELECT EXC-ISW-REJ-FILE  ASSIGN TO ISWREJCT
000326         ORGANIZATION IS LINE SEQUENTIAL
000326         FILE STATUS IS EXC-WS-ISW-STATUS.
000324     SELECT EXC-HIST-FILE      ASSIGN TO EXCHIST
000325         ORGANIZATION IS LINE SEQUENTIAL
000326         FILE STATUS IS EXC-WS-HIST-STATUS.
000468     RECORD CONTAINS 80 CHARACTERS.
000469     COPY REJCOMM REPLACING ==REJCOMM-RECORD==
000470         BY ==EXC-LGN-REJ-REC==.
000470*
000470 FD  EXC-ISW-REJ-FILE
000470     RECORD CONTAINS 80 CHARACTERS.
000470     COPY REJCOMM REPLACING ==REJCOMM-RECORD==
000470         BY ==EXC-ISW-REJ-REC==.
000471*
000461*    CUMULATIVE EXCEPTION HISTORY - ONE REJCOMM RECORD APPENDED
000462*    PER CONSOLIDATED REJECT PER NIGHT.
000584 77  EXC-WS-LGN-STATUS           PIC X(02) VALUE '00'.
000585 77  EXC-WS-LGN-EOF-SW           PIC X(01) VALUE 'N'.
000586     88  EXC-WS-LGN-EOF          VALUE 'Y'.
000586 77  EXC-WS-ISW-STATUS           PIC X(02) VALUE '00'.
000586 77  EXC-WS-ISW-EOF-SW           PIC X(01) VALUE 'N'.
000586     88  EXC-WS-ISW-EOF          VALUE 'Y'.
000590 77  EXC-WS-GRADE-COUNT          PIC 9(05) COMP VALUE ZERO.
000600 77  EXC-WS-SIMP-COUNT           PIC 9(05) COMP VALUE ZERO.
000601 77  EXC-WS-CPI-COUNT            PIC 9(05) COMP VALUE ZERO.
000602 77  EXC-WS-LGN-COUNT            PIC 9(05) COMP VALUE ZERO.
000602 77  EXC-WS-ISW-COUNT            PIC 9(05) COMP VALUE ZERO.
000610 77  EXC-WS-TOTAL-COUNT          PIC 9(05) COMP VALUE ZERO.
000601 77  EXC-WS-HIST-STATUS          PIC X(02) VALUE '00'.
000602 77  EXC-WS-CTL-STATUS           PIC X(02) VALUE '00'.
000912         UNTIL EXC-WS-CPI-EOF.
000913     PERFORM 2300-PROCESS-LGN-REJECTS THRU 2300-EXIT
000914         UNTIL EXC-WS-LGN-EOF.
000914     PERFORM 2400-PROCESS-ISW-REJECTS THRU 2400-EXIT
000914         UNTIL EXC-WS-ISW-EOF.
000915     PERFORM 5000-TREND-REPORT THRU 5000-EXIT.
000920     PERFORM 3000-TERMINATE THRU 3000-EXIT.
000930     STOP RUN.
001010     PERFORM 1200-OPEN-SIMP-FILE THRU 1200-EXIT.
001011     PERFORM 1300-OPEN-CPI-FILE THRU 1300-EXIT.
001012     PERFORM 1400-OPEN-LGN-FILE THRU 1400-EXIT.
001012     PERFORM 1500-OPEN-ISW-FILE THRU 1500-EXIT.
001020 1000-EXIT.
001030     EXIT.
001040*
001358     END-READ.
001359 1400-EXIT.
001360     EXIT.
001360*
001360*===============================================================
001360 1500-OPEN-ISW-FILE.
001360*===============================================================
001360     OPEN INPUT EXC-ISW-REJ-FILE.
001360     IF EXC-WS-ISW-STATUS = '35'
001360         MOVE 'Y' TO EXC-WS-ISW-EOF-SW
001360         GO TO 1500-EXIT
001360     END-IF.
001360     READ EXC-ISW-REJ-FILE
001360         AT END
001360             MOVE 'Y' TO EXC-WS-ISW-EOF-SW
001360     END-READ.
001360 1500-EXIT.
001360     EXIT.
001361*
001362*===============================================================
001363 2000-PROCESS-GRADE-REJECTS.
001727     END-READ.
001728 2300-EXIT.
001729     EXIT.
001729*
001729*===============================================================
001729 2400-PROCESS-ISW-REJECTS.
001729*===============================================================
001729     MOVE SPACES               TO EXC-WS-DETAIL-LINE.
001729     MOVE REJ-PROGRAM-ID  OF EXC-ISW-REJ-REC TO EXL-PROGRAM-ID.
001729     MOVE REJ-KEY-ID      OF EXC-ISW-REJ-REC TO EXL-KEY-ID.
001729     MOVE REJ-REASON      OF EXC-ISW-REJ-REC TO EXL-REASON.
001729     MOVE REJ-REJECT-DATE OF EXC-ISW-REJ-REC TO EXL-REJECT-DATE.
001729     MOVE REJ-PROGRAM-ID  OF EXC-ISW-REJ-REC
001729         TO EXC-WS-WORK-PROGRAM.
001729     MOVE REJ-KEY-ID      OF EXC-ISW-REJ-REC
001729         TO EXC-WS-WORK-KEY.
001729     PERFORM 2600-LOOK-UP-DISP THRU 2600-EXIT.
001729     MOVE EXC-WS-DISP-TEXT TO EXL-DISPOSITION.
001729     WRITE EXC-RPT-REC FROM EXC-WS-DETAIL-LINE.
001729     WRITE EXC-HIST-REC FROM EXC-ISW-REJ-REC.
001729     ADD 1 TO EXC-WS-ISW-COUNT.
001729     ADD 1 TO EXC-WS-TOTAL-COUNT.
001729     READ EXC-ISW-REJ-FILE
001729         AT END
001729             MOVE 'Y' TO EXC-WS-ISW-EOF-SW
001729     END-READ.
001729 2400-EXIT.
001729     EXIT.
001731*
001800*===============================================================
001801 1040-LOAD-TREND-PARMS.
001813     END-IF.
001814     IF EXC-WS-LGN-STATUS NOT = '35'
001815         CLOSE EXC-LGN-REJ-FILE
001815     END-IF.
001815     IF EXC-WS-ISW-STATUS NOT = '35'
001815         CLOSE EXC-ISW-REJ-FILE
001816     END-IF.
001820     CLOSE EXC-RPT-FILE.
001830     DISPLAY "EXCEPTION-RPT: GRADE-CALC EXCEPTIONS: "
001862         EXC-WS-CPI-COUNT.
001863     DISPLAY "EXCEPTION-RPT: LARGEST EXCEPTIONS:         "
001864         EXC-WS-LGN-COUNT.
001864     DISPLAY "EXCEPTION-RPT: INTEG-SWEEP EXCEPTIONS:     "
001864         EXC-WS-ISW-COUNT.
001870     DISPLAY "EXCEPTION-RPT: TOTAL EXCEPTIONS CONSOLIDATED: "
001880         EXC-WS-TOTAL-COUNT.
001890 3000-EXIT.
