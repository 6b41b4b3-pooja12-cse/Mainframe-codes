000343*                    THE SAME THREE CATEGORIES. THE KEY EXTRACT
000344*                    KEEPS ITS 20-BYTE LAYOUT WITH READINGS 1-3
000345*                    SO GRADE-SITE-MERGE IS UNDISTURBED.
000345*   10/15/2026 RK    AN ACTIVE SITE ON THE SITE MASTER THAT SENDS
000345*                    NO RECORD TONIGHT NOW GETS AN ESTIMATED
000345*                    READING - THE ROUNDED AVERAGE OF ITS LAST
000345*                    ESTNITES ACTUAL NIGHTS ON THE HISTORY
000345*                    (PARM, DEFAULT 7) - APPENDED TO LGN-HIST-FILE
000345*                    WITH THE NEW LHR-EST-FLAG SET, LISTED ON THE
000345*                    REPORT AND COUNTED IN ITS OWN ROLL-UP
000345*                    CATEGORY. ESTIMATES ARE KEPT OUT OF THE
000345*                    DRIFT AVERAGE. A SITE MISSING MORE THAN
000345*                    NOCOMMNT NIGHTS RUNNING (DEFAULT 3), OR
000345*                    NEVER HEARD FROM, GOES ON THE LGN-NOCOMM-FILE
000345*                    LIST FOR FIELD SERVICE. THE NEW LGN-SM-STATUS
000345*                    BYTE ('I') MARKS A SITE NOT EXPECTED TO
000345*                    REPORT. THE HISTORY-TABLE LOOKUP NOW KEEPS
000345*                    THE ENTRY IT FOUND (LGN-WS-HS-SUB) - THE
000345*                    SCAN'S INDEX HAD STEPPED PAST IT.
000345*   10/15/2026 RK    A SITE DECOMMISSIONED THROUGH SITE-MAINT
000345*                    (LGN-SM-STATUS 'D') IS NO LONGER EXPECTED -
000345*                    NO ESTIMATE AND NO NO-COMMUNICATION LISTING.
000280*---------------------------------------------------------------
000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000386         FILE STATUS IS LGN-WS-HIST-STATUS.
000386     SELECT LGN-DRIFT-FILE    ASSIGN TO LGNDRIFT
000386         ORGANIZATION IS LINE SEQUENTIAL.
000386     SELECT LGN-NOCOMM-FILE   ASSIGN TO LGNNOCOM
000386         ORGANIZATION IS LINE SEQUENTIAL.
000387     SELECT LGN-KEY-FILE      ASSIGN TO LGNKEY
000388         ORGANIZATION IS LINE SEQUENTIAL.
000391     SELECT LGN-SECLOG-FILE   ASSIGN TO LGNSECLG
000530*    NOT YET SURVEYED - NO DRIFT TEST AGAINST THAT FIGURE.
000530     05  LGN-SM-BASELINE         PIC 9(02).
000530     05  LGN-SM-REGION-NORM      PIC 9(02).
000530*    'I' - SITE NOT YET INSTALLED OR OUT OF SERVICE, 'D' -
000530*    DECOMMISSIONED (SITE-MAINT), SO NO READING IS EXPECTED AND
000530*    NONE IS ESTIMATED. BLANK OR 'A' - ACTIVE.
000530     05  LGN-SM-STATUS           PIC X(01).
000530         88  LGN-SM-INACTIVE     VALUE 'I'.
000530         88  LGN-SM-DECOMM       VALUE 'D'.
000530     05  FILLER                  PIC X(03).
000530*
000530*    NIGHTLY LARGEST-READING HISTORY, APPENDED ACROSS RUNS.
000530*    LHR-EST-FLAG 'E' MARKS A READING ESTIMATED FOR A SITE THAT
000530*    SENT NONE THAT NIGHT.
000530 FD  LGN-HIST-FILE
000530     RECORD CONTAINS 20 CHARACTERS.
000530 01  LGN-HIST-REC.
000530     05  LHR-SITE-ID             PIC X(09).
000530     05  LHR-RUN-DATE            PIC 9(08).
000530     05  LHR-LARGEST             PIC 9(02).
000530     05  LHR-EST-FLAG            PIC X(01).
000530         88  LHR-ESTIMATED       VALUE 'E'.
000530*
000530*    DRIFT ALERTS - A SITE WHOSE HISTORY AVERAGE HAS WANDERED
000530*    PAST TOLERANCE FROM ITS BASELINE OR ITS REGION'S NORM.
000530     05  LDR-DRIFT-DATE          PIC 9(08).
000530     05  FILLER                  PIC X(14).
000530*
000530*    NO-COMMUNICATION LIST FOR FIELD SERVICE - AN ACTIVE SITE
000530*    SILENT FOR MORE THAN NOCOMMNT NIGHTS RUNNING. ZERO NIGHTS AND
000530*    A ZERO LAST-READING DATE MEAN NO ACTUAL READING IS ON THE
000530*    HISTORY AT ALL.
000530 FD  LGN-NOCOMM-FILE
000530     RECORD CONTAINS 60 CHARACTERS.
000530 01  LGN-NOCOMM-REC.
000530     05  LNC-SITE-ID             PIC X(09).
000530     05  LNC-NAME                PIC X(20).
000530     05  LNC-REGION              PIC X(03).
000530     05  LNC-NIGHTS-MISSED       PIC 9(03).
000530     05  LNC-LAST-READ-DATE      PIC 9(08).
000530     05  LNC-LIST-DATE           PIC 9(08).
000530     05  FILLER                  PIC X(09).
000530*
000531 FD  LGN-KEY-FILE
000532     RECORD CONTAINS 20 CHARACTERS.
000533 01  LGN-KEY-REC.
000623         10  LGN-SM-T-REGION     PIC X(03).
000624         10  LGN-SM-T-BASELINE   PIC 9(02).
000625         10  LGN-SM-T-NORM       PIC 9(02).
000625         10  LGN-SM-T-STATUS     PIC X(01).
000625             88  LGN-SM-T-NOT-EXPECTED VALUE 'I' 'D'.
000625         10  LGN-SM-T-SEEN-SW    PIC X(01).
000625             88  LGN-SM-T-SEEN   VALUE 'Y'.
000626*
000627*    RUN-OVER-RUN DRIFT DETECTION. THE HISTORY FILE IS SUMMED
000628*    PER SITE IN A PRE-PASS; TONIGHT'S LARGEST READING APPENDS
000640         10  LGN-HS-SITE-ID      PIC X(09).
000641         10  LGN-HS-SUM          PIC 9(07) COMP.
000642         10  LGN-HS-TALLY        PIC 9(05) COMP.
000642         10  LGN-HS-MISSED       PIC 9(03) COMP.
000642         10  LGN-HS-LAST-DATE    PIC 9(08).
000642         10  LGN-HS-RC-COUNT     PIC 9(02) COMP.
000642         10  LGN-HS-RECENT OCCURS 10 TIMES
000642                                 PIC 9(02).
000642 77  LGN-WS-HS-SUB               PIC 9(03) COMP VALUE ZERO.
000643 01  LGN-WS-CUR-BASELINE         PIC 9(02) VALUE ZERO.
000644 01  LGN-WS-CUR-NORM             PIC 9(02) VALUE ZERO.
000645 01  LGN-WS-HIST-AVG             PIC 9(02)V9(01) VALUE ZERO.
000646 01  LGN-WS-DRIFT-DIFF           PIC S9(03)V9(01) VALUE ZERO.
000647 77  LGN-WS-DRIFTING-SW          PIC X(01).
000648     88  LGN-WS-DRIFTING         VALUE 'Y'.
000648*
000648*    MISSING-SITE ESTIMATES. THE PRE-PASS KEEPS EACH SITE'S LAST
000648*    TEN ACTUAL NIGHTS (LGN-HS-RECENT, OLDEST FIRST) AND THE RUN
000648*    OF ESTIMATED NIGHTS SINCE ITS LAST ACTUAL ONE
000648*    (LGN-HS-MISSED). A SITE SILENT TONIGHT IS ESTIMATED AS THE
000648*    ROUNDED AVERAGE OF ITS LAST ESTNITES ACTUAL NIGHTS.
000648 77  LGN-WS-EST-NIGHTS           PIC 9(02) VALUE 7.
000648 77  LGN-WS-NOCOMM-LIMIT         PIC 9(03) VALUE 3.
000648 77  LGN-WS-RC-SUB               PIC 9(02) COMP VALUE ZERO.
000648 77  LGN-WS-RC-FROM              PIC 9(02) COMP VALUE ZERO.
000648 77  LGN-WS-RC-USED              PIC 9(02) COMP VALUE ZERO.
000648 77  LGN-WS-RC-SUM               PIC 9(04) COMP VALUE ZERO.
000648 77  LGN-WS-ESTIMATE             PIC 9(02) VALUE ZERO.
000648 77  LGN-WS-NIGHTS-MISSED        PIC 9(03) COMP VALUE ZERO.
000648 77  LGN-WS-LAST-READ-DATE       PIC 9(08) VALUE ZERO.
000648 77  LGN-WS-EST-COUNT            PIC 9(05) COMP VALUE ZERO.
000648 77  LGN-WS-NOEST-COUNT          PIC 9(05) COMP VALUE ZERO.
000648 77  LGN-WS-NOCOMM-COUNT         PIC 9(05) COMP VALUE ZERO.
000648 77  LGN-WS-EST-HDR-SW           PIC X(01) VALUE 'N'.
000648     88  LGN-WS-EST-HDR-DONE     VALUE 'Y'.
000649*
000625*    WHICH RESULT CATEGORY 2100 LANDED ON (1=ALL EQUAL, 2=TIE
000626*    FOR LARGEST, 3=OUTRIGHT WINNER) SO THE REGION ROLL-UP CAN
000626*    BUMP THE MATCHING REGIONAL COUNTER. 4 IS AN ESTIMATED
000626*    READING FOR A SITE THAT SENT NONE.
000628 77  LGN-WS-RESULT-CAT           PIC 9(01) VALUE ZERO.
000629 77  LGN-WS-REGION-COUNT         PIC 9(02) COMP VALUE ZERO.
000630 77  LGN-WS-REGION-FOUND-SW      PIC X(01).
000633     05  LGN-RG-ENTRY OCCURS 20 TIMES
000634                      INDEXED BY LGN-RG-IDX.
000635         10  LGN-RG-REGION       PIC X(03).
000636         10  LGN-RG-CAT-TALLY OCCURS 4 TIMES
000637                              PIC 9(05) COMP.
000638 77  LGN-WS-CAT-SUB              PIC 9(01) COMP VALUE ZERO.
000610 77  LGN-WS-RECORD-COUNT         PIC 9(05) COMP VALUE ZERO.
000815     05  LSS-MEDIAN              PIC Z9.9.
000816     05  FILLER                  PIC X(23) VALUE SPACES.
000817*
000817 01  LGN-WS-EST-HDR.
000817     05  FILLER                  PIC X(40) VALUE
000817         "ESTIMATED READINGS - NO RECORD RECEIVED".
000817     05  FILLER                  PIC X(40) VALUE SPACES.
000817*
000817 01  LGN-WS-EST-LINE.
000817     05  FILLER                  PIC X(06) VALUE "  EST=".
000817     05  LSE-ESTIMATE            PIC Z9.
000817     05  FILLER                  PIC X(14) VALUE
000817         "  AVG OF LAST ".
000817     05  LSE-NIGHTS-USED         PIC Z9.
000817     05  FILLER                  PIC X(16) VALUE
000817         " NIGHTS  MISSED ".
000817     05  LSE-NIGHTS-MISSED       PIC ZZ9.
000817     05  FILLER                  PIC X(15) VALUE
000817         " NIGHTS RUNNING".
000817     05  FILLER                  PIC X(22) VALUE SPACES.
000817*
000817 01  LGN-WS-NOEST-LINE           PIC X(80) VALUE
000817     "  NO ACTUAL READING ON THE HISTORY TO ESTIMATE FROM".
000817*
000820 01  LGN-WS-STATS-HDR.
000830     05  FILLER                  PIC X(27) VALUE
000840         "TIE-BREAKDOWN STATISTICS".
000646     END-IF.
000970     PERFORM 2000-PROCESS-TRIPLE THRU 2000-EXIT
000980         UNTIL LGN-WS-EOF.
000980     PERFORM 2500-ESTIMATE-MISSING THRU 2500-EXIT.
000990     PERFORM 3000-TERMINATE THRU 3000-EXIT.
001000     STOP RUN.
001010*
001071         OPEN OUTPUT LGN-HIST-FILE
001072     END-IF.
001073     OPEN OUTPUT LGN-DRIFT-FILE.
001073     OPEN OUTPUT LGN-NOCOMM-FILE.
001066     PERFORM 1095-WRITE-SECLOG THRU 1095-EXIT.
001070     READ LGN-IN-FILE
001080         AT END
002229     MOVE LGN-SM-SITE-ID TO LGN-SM-T-ID (LGN-SM-IDX).
002230     MOVE LGN-SM-NAME    TO LGN-SM-T-NAME (LGN-SM-IDX).
002231     MOVE LGN-SM-REGION  TO LGN-SM-T-REGION (LGN-SM-IDX).
002231     MOVE LGN-SM-STATUS  TO LGN-SM-T-STATUS (LGN-SM-IDX).
002231     MOVE 'N'            TO LGN-SM-T-SEEN-SW (LGN-SM-IDX).
002232     IF LGN-SM-BASELINE NUMERIC
002233         MOVE LGN-SM-BASELINE TO LGN-SM-T-BASELINE (LGN-SM-IDX)
002234     ELSE
002267         MOVE CTL-PARM-VALUE OF LGN-CTL-REC
002268             TO LGN-WS-DRIFT-TOL
002269     END-IF.
002269     IF CTL-PARM-CODE OF LGN-CTL-REC = 'ESTNITES'
002269             AND CTL-PARM-VALUE OF LGN-CTL-REC > ZERO
002269             AND CTL-PARM-VALUE OF LGN-CTL-REC NOT > 10
002269         MOVE CTL-PARM-VALUE OF LGN-CTL-REC
002269             TO LGN-WS-EST-NIGHTS
002269     END-IF.
002269     IF CTL-PARM-CODE OF LGN-CTL-REC = 'NOCOMMNT'
002269             AND CTL-PARM-VALUE OF LGN-CTL-REC > ZERO
002269         MOVE CTL-PARM-VALUE OF LGN-CTL-REC
002269             TO LGN-WS-NOCOMM-LIMIT
002269     END-IF.
002266     READ LGN-CTL-FILE
002267         AT END
002268             MOVE 'Y' TO LGN-WS-EOF-SW
002338     PERFORM 2185-SCAN-HIST-TABLE THRU 2185-EXIT
002339         VARYING LGN-HS-IDX FROM 1 BY 1
002340         UNTIL LGN-HS-IDX > LGN-WS-HS-COUNT.
002341     IF NOT LGN-WS-HS-FOUND
002341         IF LGN-WS-HS-COUNT < 500 AND LHR-LARGEST NUMERIC
002341             ADD 1 TO LGN-WS-HS-COUNT
002341             SET LGN-HS-IDX TO LGN-WS-HS-COUNT
002341             SET LGN-WS-HS-SUB TO LGN-HS-IDX
002341             MOVE LHR-SITE-ID TO LGN-HS-SITE-ID (LGN-HS-IDX)
002341             MOVE ZERO TO LGN-HS-SUM (LGN-HS-IDX)
002341                          LGN-HS-TALLY (LGN-HS-IDX)
002341                          LGN-HS-MISSED (LGN-HS-IDX)
002341                          LGN-HS-LAST-DATE (LGN-HS-IDX)
002341                          LGN-HS-RC-COUNT (LGN-HS-IDX)
002341             MOVE 'Y' TO LGN-WS-HS-FOUND-SW
002341         END-IF
002341     END-IF.
002341*    AN ESTIMATED NIGHT EXTENDS THE SITE'S SILENT RUN BUT NEVER
002341*    FEEDS ITS AVERAGE OR ITS RECENT READINGS.
002341     IF LGN-WS-HS-FOUND AND LHR-LARGEST NUMERIC
002341         SET LGN-HS-IDX TO LGN-WS-HS-SUB
002341         IF LHR-ESTIMATED
002341             ADD 1 TO LGN-HS-MISSED (LGN-HS-IDX)
002341         ELSE
002341             ADD LHR-LARGEST TO LGN-HS-SUM (LGN-HS-IDX)
002341             ADD 1 TO LGN-HS-TALLY (LGN-HS-IDX)
002341             MOVE ZERO TO LGN-HS-MISSED (LGN-HS-IDX)
002341             IF LHR-RUN-DATE NUMERIC
002341                 MOVE LHR-RUN-DATE
002341                     TO LGN-HS-LAST-DATE (LGN-HS-IDX)
002341             END-IF
002341             PERFORM 1077-PUSH-RECENT THRU 1077-EXIT
002341         END-IF
002341     END-IF.
002355     READ LGN-HIST-FILE
002356         AT END
002357             MOVE 'Y' TO LGN-WS-EOF-SW
002358     END-READ.
002359 1075-EXIT.
002359     EXIT.
002359*
002359*===============================================================
002359 1077-PUSH-RECENT.
002359*===============================================================
002359*    ADDS AN ACTUAL NIGHT TO THE SITE'S LAST-TEN LIST, DROPPING
002359*    THE OLDEST WHEN THE LIST IS FULL.
002359     IF LGN-HS-RC-COUNT (LGN-HS-IDX) < 10
002359         ADD 1 TO LGN-HS-RC-COUNT (LGN-HS-IDX)
002359     ELSE
002359         PERFORM 1078-SHIFT-RECENT THRU 1078-EXIT
002359             VARYING LGN-WS-RC-SUB FROM 1 BY 1
002359             UNTIL LGN-WS-RC-SUB > 9
002359     END-IF.
002359     MOVE LGN-HS-RC-COUNT (LGN-HS-IDX) TO LGN-WS-RC-SUB.
002359     MOVE LHR-LARGEST TO LGN-HS-RECENT (LGN-HS-IDX LGN-WS-RC-SUB).
002359 1077-EXIT.
002359     EXIT.
002359*
002359*===============================================================
002359 1078-SHIFT-RECENT.
002359*===============================================================
002359     MOVE LGN-HS-RECENT (LGN-HS-IDX LGN-WS-RC-SUB + 1)
002359         TO LGN-HS-RECENT (LGN-HS-IDX LGN-WS-RC-SUB).
002359 1078-EXIT.
002360     EXIT.
002361*
002362*===============================================================
002364*===============================================================
002365     IF LGN-HS-SITE-ID (LGN-HS-IDX) = LHR-SITE-ID
002366         MOVE 'Y' TO LGN-WS-HS-FOUND-SW
002366         SET LGN-WS-HS-SUB TO LGN-HS-IDX
002367         SET LGN-HS-IDX TO LGN-WS-HS-COUNT
002368     END-IF.
002369 2185-EXIT.
002398     IF NOT LGN-WS-HS-FOUND
002399         GO TO 2180-EXIT
002400     END-IF.
002400     SET LGN-HS-IDX TO LGN-WS-HS-SUB.
002401     IF LGN-HS-TALLY (LGN-HS-IDX) = ZERO
002402         GO TO 2180-EXIT
002403     END-IF.
002441     EXIT.
002442*
002239*===============================================================
002239*===============================================================
002239 2500-ESTIMATE-MISSING.
002239*===============================================================
002239*    RUNS AFTER THE LAST INPUT RECORD. EVERY ACTIVE SITE ON THE
002239*    MASTER THAT SENT NO RECORD TONIGHT GETS AN ESTIMATED READING
002239*    SO THE HISTORY HAS NO GAP. A SITE WHOSE RECORD WAS REJECTED
002239*    DID REPORT - ITS REJECT IS ALREADY ON LGN-REJECTS-FILE. NO
002239*    MASTER (OR ONE TOO BIG TO HOLD) MEANS NO SITE LIST TO CHECK.
002239     IF NOT LGN-WS-SITE-LOADED
002239         GO TO 2500-EXIT
002239     END-IF.
002239     PERFORM 2510-CHECK-ONE-SITE THRU 2510-EXIT
002239         VARYING LGN-SM-IDX FROM 1 BY 1
002239         UNTIL LGN-SM-IDX > LGN-WS-SITE-COUNT.
002239 2500-EXIT.
002239     EXIT.
002239*
002239*===============================================================
002239 2510-CHECK-ONE-SITE.
002239*===============================================================
002239     IF LGN-SM-T-SEEN (LGN-SM-IDX)
002239             OR LGN-SM-T-NOT-EXPECTED (LGN-SM-IDX)
002239         GO TO 2510-EXIT
002239     END-IF.
002239     IF NOT LGN-WS-EST-HDR-DONE
002239         WRITE LGN-RPT-REC FROM LGN-WS-EST-HDR
002239         MOVE 'Y' TO LGN-WS-EST-HDR-SW
002239     END-IF.
002239     MOVE LGN-SM-T-NAME (LGN-SM-IDX)   TO LGN-WS-SITE-NAME.
002239     MOVE LGN-SM-T-REGION (LGN-SM-IDX) TO LGN-WS-CUR-REGION.
002239     MOVE SPACES                       TO LGN-HIST-REC.
002239     MOVE LGN-SM-T-ID (LGN-SM-IDX)     TO LHR-SITE-ID.
002239     MOVE 'N' TO LGN-WS-HS-FOUND-SW.
002239     PERFORM 2185-SCAN-HIST-TABLE THRU 2185-EXIT
002239         VARYING LGN-HS-IDX FROM 1 BY 1
002239         UNTIL LGN-HS-IDX > LGN-WS-HS-COUNT.
002239     IF LGN-WS-HS-FOUND
002239         SET LGN-HS-IDX TO LGN-WS-HS-SUB
002239         IF LGN-HS-RC-COUNT (LGN-HS-IDX) = ZERO
002239             MOVE 'N' TO LGN-WS-HS-FOUND-SW
002239         END-IF
002239     END-IF.
002239     IF NOT LGN-WS-HS-FOUND
002239         PERFORM 2540-NOTHING-TO-ESTIMATE THRU 2540-EXIT
002239         GO TO 2510-EXIT
002239     END-IF.
002239     PERFORM 2520-FIGURE-ESTIMATE THRU 2520-EXIT.
002239     MOVE LGN-WS-REJECT-DATE TO LHR-RUN-DATE.
002239     MOVE LGN-WS-ESTIMATE    TO LHR-LARGEST.
002239     MOVE 'E'                TO LHR-EST-FLAG.
002239     WRITE LGN-HIST-REC.
002239     ADD 1 TO LGN-WS-EST-COUNT.
002239     MOVE 4 TO LGN-WS-RESULT-CAT.
002239     PERFORM 2150-TALLY-REGION THRU 2150-EXIT.
002239     COMPUTE LGN-WS-NIGHTS-MISSED =
002239         LGN-HS-MISSED (LGN-HS-IDX) + 1.
002239     MOVE SPACES                  TO LGN-WS-RPT-LINE.
002239     MOVE "ESTIMATED - NO READING" TO LRL-RESULT.
002239     MOVE LGN-WS-SITE-NAME        TO LRL-SITE-NAME.
002239     WRITE LGN-RPT-REC FROM LGN-WS-RPT-LINE.
002239     MOVE LGN-WS-ESTIMATE         TO LSE-ESTIMATE.
002239     MOVE LGN-WS-RC-USED          TO LSE-NIGHTS-USED.
002239     MOVE LGN-WS-NIGHTS-MISSED    TO LSE-NIGHTS-MISSED.
002239     WRITE LGN-RPT-REC FROM LGN-WS-EST-LINE.
002239     IF LGN-WS-NIGHTS-MISSED > LGN-WS-NOCOMM-LIMIT
002239         MOVE LGN-HS-LAST-DATE (LGN-HS-IDX)
002239             TO LGN-WS-LAST-READ-DATE
002239         PERFORM 2550-WRITE-NOCOMM THRU 2550-EXIT
002239     END-IF.
002239 2510-EXIT.
002239     EXIT.
002239*
002239*===============================================================
002239 2520-FIGURE-ESTIMATE.
002239*===============================================================
002239*    ROUNDED AVERAGE OF THE SITE'S LAST ESTNITES ACTUAL NIGHTS,
002239*    OR OF ALL IT HAS IF FEWER.
002239     MOVE LGN-HS-RC-COUNT (LGN-HS-IDX) TO LGN-WS-RC-USED.
002239     IF LGN-WS-RC-USED > LGN-WS-EST-NIGHTS
002239         MOVE LGN-WS-EST-NIGHTS TO LGN-WS-RC-USED
002239     END-IF.
002239     COMPUTE LGN-WS-RC-FROM =
002239         LGN-HS-RC-COUNT (LGN-HS-IDX) - LGN-WS-RC-USED + 1.
002239     MOVE ZERO TO LGN-WS-RC-SUM.
002239     PERFORM 2525-ADD-RECENT THRU 2525-EXIT
002239         VARYING LGN-WS-RC-SUB FROM LGN-WS-RC-FROM BY 1
002239         UNTIL LGN-WS-RC-SUB > LGN-HS-RC-COUNT (LGN-HS-IDX).
002239     COMPUTE LGN-WS-ESTIMATE ROUNDED =
002239         LGN-WS-RC-SUM / LGN-WS-RC-USED.
002239 2520-EXIT.
002239     EXIT.
002239*
002239*===============================================================
002239 2525-ADD-RECENT.
002239*===============================================================
002239     ADD LGN-HS-RECENT (LGN-HS-IDX LGN-WS-RC-SUB)
002239         TO LGN-WS-RC-SUM.
002239 2525-EXIT.
002239     EXIT.
002239*
002239*===============================================================
002239 2540-NOTHING-TO-ESTIMATE.
002239*===============================================================
002239*    AN ACTIVE SITE WITH NO ACTUAL READING ON THE HISTORY HAS
002239*    NOTHING TO ESTIMATE FROM - IT IS LISTED, LEFT OUT OF THE
002239*    HISTORY, AND GOES STRAIGHT TO FIELD SERVICE.
002239     ADD 1 TO LGN-WS-NOEST-COUNT.
002239     MOVE SPACES                  TO LGN-WS-RPT-LINE.
002239     MOVE "NO READING - NOT ESTIMATED" TO LRL-RESULT.
002239     MOVE LGN-WS-SITE-NAME        TO LRL-SITE-NAME.
002239     WRITE LGN-RPT-REC FROM LGN-WS-RPT-LINE.
002239     WRITE LGN-RPT-REC FROM LGN-WS-NOEST-LINE.
002239     MOVE ZERO TO LGN-WS-NIGHTS-MISSED.
002239     MOVE ZERO TO LGN-WS-LAST-READ-DATE.
002239     PERFORM 2550-WRITE-NOCOMM THRU 2550-EXIT.
002239 2540-EXIT.
002239     EXIT.
002239*
002239*===============================================================
002239 2550-WRITE-NOCOMM.
002239*===============================================================
002239     MOVE SPACES                       TO LGN-NOCOMM-REC.
002239     MOVE LGN-SM-T-ID (LGN-SM-IDX)     TO LNC-SITE-ID.
002239     MOVE LGN-SM-T-NAME (LGN-SM-IDX)   TO LNC-NAME.
002239     MOVE LGN-SM-T-REGION (LGN-SM-IDX) TO LNC-REGION.
002239     MOVE LGN-WS-NIGHTS-MISSED         TO LNC-NIGHTS-MISSED.
002239     MOVE LGN-WS-LAST-READ-DATE        TO LNC-LAST-READ-DATE.
002239     MOVE LGN-WS-REJECT-DATE           TO LNC-LIST-DATE.
002239     WRITE LGN-NOCOMM-REC.
002239     ADD 1 TO LGN-WS-NOCOMM-COUNT.
002239 2550-EXIT.
002239     EXIT.
002239*
002240 2030-FIND-SITE.
002241*===============================================================
002242     MOVE 'N' TO LGN-WS-SITE-FOUND-SW.
002257         MOVE LGN-SM-T-BASELINE (LGN-SM-IDX)
002257             TO LGN-WS-CUR-BASELINE
002257         MOVE LGN-SM-T-NORM (LGN-SM-IDX) TO LGN-WS-CUR-NORM
002257         MOVE 'Y' TO LGN-SM-T-SEEN-SW (LGN-SM-IDX)
002258         MOVE 'Y' TO LGN-WS-SITE-FOUND-SW
002259         SET LGN-SM-IDX TO LGN-WS-SITE-COUNT
002260     END-IF.
002290         MOVE ZERO TO LGN-RG-CAT-TALLY (LGN-RG-IDX 1)
002291         MOVE ZERO TO LGN-RG-CAT-TALLY (LGN-RG-IDX 2)
002292         MOVE ZERO TO LGN-RG-CAT-TALLY (LGN-RG-IDX 3)
002292         MOVE ZERO TO LGN-RG-CAT-TALLY (LGN-RG-IDX 4)
002297         ADD 1 TO LGN-RG-CAT-TALLY
002298             (LGN-RG-IDX LGN-WS-RESULT-CAT)
002299     END-IF.
001924     MOVE "DRIFTING SITES:          " TO LSL-LABEL.
001925     MOVE LGN-WS-DRIFT-COUNT          TO LSL-COUNT.
001926     WRITE LGN-RPT-REC FROM LGN-WS-STATS-LINE.
001926     MOVE "MISSING - NOT ESTIMATED: " TO LSL-LABEL.
001926     MOVE LGN-WS-NOEST-COUNT          TO LSL-COUNT.
001926     WRITE LGN-RPT-REC FROM LGN-WS-STATS-LINE.
001926     MOVE "NO-COMMUNICATION SITES:  " TO LSL-LABEL.
001926     MOVE LGN-WS-NOCOMM-COUNT         TO LSL-COUNT.
001926     WRITE LGN-RPT-REC FROM LGN-WS-STATS-LINE.
001930     CLOSE LGN-IN-FILE.
001940     CLOSE LGN-RPT-FILE.
001941     CLOSE LGN-REJECTS-FILE.
001943     CLOSE LGN-ALERT-FILE.
001944     CLOSE LGN-HIST-FILE.
001945     CLOSE LGN-DRIFT-FILE.
001945     CLOSE LGN-NOCOMM-FILE.
001950     DISPLAY "LARGEST: TRIPLES PROCESSED: " LGN-WS-RECORD-COUNT.
001951     DISPLAY "LARGEST: TRIPLES REJECTED: " LGN-WS-REJECT-COUNT.
001952     DISPLAY "LARGEST: SPREAD ALERTS:    " LGN-WS-ALERT-COUNT.
001953     DISPLAY "LARGEST: DRIFTING SITES:   " LGN-WS-DRIFT-COUNT.
001953     DISPLAY "LARGEST: ESTIMATED SITES:  " LGN-WS-EST-COUNT.
001953     DISPLAY "LARGEST: NOT ESTIMATED:    " LGN-WS-NOEST-COUNT.
001953     DISPLAY "LARGEST: NO-COMM SITES:    " LGN-WS-NOCOMM-COUNT.
001954     PERFORM 3050-VERIFY-BATCH THRU 3050-EXIT.
001955     PERFORM 9200-WRITE-RUNBAL THRU 9200-EXIT.
001956     PERFORM 9000-WRITE-JOBSTAT THRU 9000-EXIT.
002070     WRITE LGN-RPT-REC FROM LGN-WS-STATS-LINE.
002080     MOVE "OUTRIGHT WINNER:         " TO LSL-LABEL.
002090     MOVE LGN-WS-WINNER-CNT           TO LSL-COUNT.
002090     WRITE LGN-RPT-REC FROM LGN-WS-STATS-LINE.
002090     MOVE "ESTIMATED (NO READING):  " TO LSL-LABEL.
002090     MOVE LGN-WS-EST-COUNT            TO LSL-COUNT.
002100     WRITE LGN-RPT-REC FROM LGN-WS-STATS-LINE.
002230 3100-EXIT.
002240     EXIT.
002253     MOVE "OUTRIGHT WINNER:         " TO LSL-LABEL.
002254     MOVE LGN-RG-CAT-TALLY (LGN-RG-IDX 3) TO LSL-COUNT.
002255     WRITE LGN-RPT-REC FROM LGN-WS-STATS-LINE.
002255     MOVE "ESTIMATED (NO READING):  " TO LSL-LABEL.
002255     MOVE LGN-RG-CAT-TALLY (LGN-RG-IDX 4) TO LSL-COUNT.
002255     WRITE LGN-RPT-REC FROM LGN-WS-STATS-LINE.
002268 3150-EXIT.
002269     EXIT.
002250*
