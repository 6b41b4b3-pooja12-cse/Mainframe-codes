000260*                    SAME POSTING RULES THE NIGHTLY PROGRAMS
000270*                    USE, SO THE REBUILT MASTERS MATCH WHAT A
000280*                    CLEAN NIGHT WOULD HAVE LEFT.
000281*   10/15/2026 RK    LATE CHARGES ON THE PAY-FEEH-FILE FEE
000282*                    HISTORY DATED ON OR AFTER THE BACKUP ARE
000283*                    ROLLED BACK INTO PAY-BM-FEE-BAL BEFORE THE
000284*                    PAYMENTS, SO A PAYMENT'S FEE ALLOCATION HAS
000285*                    THE FEE TO PAY DOWN.
000286*   10/15/2026 RK    SIM-HIST-FILE (NOW 60 BYTES) AND PAY-PHIST-
000287*                    FILE (NOW 80 BYTES) LAYOUTS BROUGHT IN STEP
000288*                    WITH THE 9(07)V99 LOAN MONEY FIELDS.
000289*   10/15/2026 RK    CHARGE-OFFS ON THE PAY-CHGOF-FILE REGISTER
000289*                    DATED ON OR AFTER THE BACKUP ARE REPLAYED
000289*                    LAST, ZEROING THE LOAN AND SETTING ITS
000289*                    CHARGED-OFF STATUS. HISTORY POSTINGS SKIP A
000289*                    LOAN ALREADY CHARGED OFF IN THE BACKUP.
000289*   10/15/2026 RK    LOANS ON LOAN-CLOSE'S PAY-CLOSD-FILE
000289*                    CLOSED-LOAN HISTORY ARE TAKEN BACK OFF THE
000289*                    RESTORED BALANCE MASTER AFTER EVERYTHING
000289*                    ELSE IS REPLAYED, SO A CLOSURE SURVIVES THE
000289*                    RECOVERY.
000289*   10/15/2026 RK    PAY-CLOSD-FILE RECORD NOW 200 BYTES - SEE
000289*                    LOAN-CLOSE.
000290*---------------------------------------------------------------
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000610     SELECT PAY-PHIST-FILE   ASSIGN TO PAYPHIST
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS RCV-WS-PHIST-STATUS.
000631     SELECT PAY-FEEH-FILE    ASSIGN TO PAYFEEHS
000632         ORGANIZATION IS INDEXED
000633         ACCESS MODE IS SEQUENTIAL
000634         RECORD KEY IS PFH-KEY
000635         FILE STATUS IS RCV-WS-FEEH-STATUS.
000636     SELECT PAY-CHGOF-FILE   ASSIGN TO PAYCHGOF
000637         ORGANIZATION IS INDEXED
000638         ACCESS MODE IS SEQUENTIAL
000639         RECORD KEY IS PCO-LOAN-ID
000639         FILE STATUS IS RCV-WS-CHGOF-STATUS.
000639     SELECT PAY-CLOSD-FILE   ASSIGN TO PAYCLOSD
000639         ORGANIZATION IS INDEXED
000639         ACCESS MODE IS SEQUENTIAL
000639         RECORD KEY IS PCD-LOAN-ID
000639         FILE STATUS IS RCV-WS-CLOSD-STATUS.
000640     SELECT RCV-RPT-FILE     ASSIGN TO RCVRPT
000650         ORGANIZATION IS LINE SEQUENTIAL.
000660*
001270     05  PAY-BM-PRIN-BAL         PIC 9(07)V99.
001280     05  PAY-BM-INT-BAL          PIC 9(07)V99.
001290     05  PAY-BM-FEE-BAL          PIC 9(07)V99.
001300     05  PAY-BM-STATUS           PIC X(01).
001300         88  PAY-BM-CHARGED-OFF  VALUE 'C'.
001300     05  FILLER                  PIC X(02).
001310*
001320 FD  RCV-HIST-FILE
001330     RECORD CONTAINS 60 CHARACTERS.
001340 01  RCV-HIST-REC.
001350     05  SHR-LOAN-ID             PIC X(10).
001360     05  SHR-PRINCIPAL           PIC 9(07)V99.
001370     05  SHR-RATE                PIC 9(02)V99.
001380     05  SHR-TERM                PIC 9(01)V99.
001390     05  SHR-INTEREST            PIC 9(07)V99.
001400     05  SHR-RUN-DATE            PIC 9(08).
001410     05  SHR-ADJUST-FLAG         PIC X(01).
001420         88  SHR-ADJUSTMENT      VALUE 'A'.
001430         88  SHR-REVERSAL        VALUE 'R'.
001440     05  FILLER                  PIC X(16).
001450*
001460 FD  PAY-PHIST-FILE
001470     RECORD CONTAINS 80 CHARACTERS.
001480 01  PAY-PHIST-REC.
001490     05  PPH-LOAN-ID             PIC X(10).
001500     05  PPH-PAY-DATE            PIC 9(08).
001510     05  PPH-AMOUNT              PIC 9(07)V99.
001520     05  PPH-ALLOC-INT           PIC 9(07)V99.
001530     05  PPH-ALLOC-FEE           PIC 9(07)V99.
001540     05  PPH-ALLOC-PRIN          PIC 9(07)V99.
001550     05  PPH-REVERSAL-FLAG       PIC X(01).
001560     05  PPH-RUN-DATE            PIC 9(08).
001570     05  FILLER                  PIC X(17).
001580*
001581 FD  PAY-FEEH-FILE
001582     RECORD CONTAINS 60 CHARACTERS.
001583 01  PAY-FEEH-REC.
001584     05  PFH-KEY.
001585         10  PFH-LOAN-ID         PIC X(10).
001586         10  PFH-DUE-DATE        PIC 9(08).
001587     05  PFH-FEE-TYPE            PIC X(01).
001588     05  PFH-FEE-AMOUNT          PIC 9(05)V99.
001588     05  PFH-DUE-AMOUNT          PIC 9(05)V99.
001588     05  PFH-DAYS-PAST           PIC 9(05).
001588     05  PFH-RUN-DATE            PIC 9(08).
001588     05  FILLER                  PIC X(14).
001589*
001589 FD  PAY-CHGOF-FILE
001589     RECORD CONTAINS 80 CHARACTERS.
001589 01  PAY-CHGOF-REC.
001589     05  PCO-LOAN-ID             PIC X(10).
001589     05  PCO-CHGOFF-DATE         PIC 9(08).
001589     05  PCO-SOURCE              PIC X(01).
001589     05  PCO-DAYS-PAST           PIC 9(05).
001589     05  PCO-PRIN-AMT            PIC 9(07)V99.
001589     05  PCO-INT-AMT             PIC 9(07)V99.
001589     05  PCO-FEE-AMT             PIC 9(07)V99.
001589     05  PCO-RECOVERED           PIC 9(09)V99.
001589     05  PCO-LAST-RECOV-DATE     PIC 9(08).
001589     05  FILLER                  PIC X(10).
001589*
001589 FD  PAY-CLOSD-FILE
001589     RECORD CONTAINS 200 CHARACTERS.
001589 01  PAY-CLOSD-REC.
001589     05  PCD-LOAN-ID             PIC X(10).
001589     05  PCD-CLOSE-DATE          PIC 9(08).
001589     05  FILLER                  PIC X(182).
001589*
001590 FD  RCV-RPT-FILE
001600     RECORD CONTAINS 80 CHARACTERS.
001610 01  RCV-RPT-REC                 PIC X(80).
001710 77  RCV-WS-PAYB-STATUS          PIC X(02) VALUE '00'.
001720 77  RCV-WS-HIST-STATUS          PIC X(02) VALUE '00'.
001730 77  RCV-WS-PHIST-STATUS         PIC X(02) VALUE '00'.
001735 77  RCV-WS-FEEH-STATUS          PIC X(02) VALUE '00'.
001736 77  RCV-WS-CHGOF-STATUS         PIC X(02) VALUE '00'.
001737 77  RCV-WS-CLOSD-STATUS         PIC X(02) VALUE '00'.
001740 77  RCV-WS-BACKUP-DATE          PIC 9(08) VALUE ZERO.
001750 77  RCV-WS-BACKUP-TIME          PIC 9(08) VALUE ZERO.
001760 77  RCV-WS-DONE-AFTER-SW        PIC X(01) VALUE 'N'.
001820 77  RCV-WS-AUDIT-APPLIED        PIC 9(07) COMP VALUE ZERO.
001830 77  RCV-WS-HIST-APPLIED         PIC 9(07) COMP VALUE ZERO.
001840 77  RCV-WS-PAY-APPLIED          PIC 9(07) COMP VALUE ZERO.
001845 77  RCV-WS-FEE-APPLIED          PIC 9(07) COMP VALUE ZERO.
001846 77  RCV-WS-CHGOFF-APPLIED       PIC 9(07) COMP VALUE ZERO.
001847 77  RCV-WS-CLOSE-APPLIED        PIC 9(07) COMP VALUE ZERO.
001850 01  RCV-WS-POSTING-AMT          PIC 9(07)V99 VALUE ZERO.
001860 01  RCV-WS-BACKOUT-AMT          PIC 9(07)V99 VALUE ZERO.
001870     COPY RUNSTAMP.
002000     PERFORM 3000-ROLL-FORWARD-GRDMST THRU 3000-EXIT.
002010     PERFORM 4000-RESTORE-PAYBAL THRU 4000-EXIT.
002020     PERFORM 5000-ROLL-FORWARD-HIST THRU 5000-EXIT.
002025     PERFORM 5500-ROLL-FORWARD-FEES THRU 5500-EXIT.
002030     PERFORM 6000-ROLL-FORWARD-PAYMENTS THRU 6000-EXIT.
002035     PERFORM 6500-ROLL-FORWARD-CHGOFFS THRU 6500-EXIT.
002037     PERFORM 6600-ROLL-FORWARD-CLOSURES THRU 6600-EXIT.
002040     PERFORM 7000-TERMINATE THRU 7000-EXIT.
002050     STOP RUN.
002060*
004540         NOT INVALID KEY
004550             MOVE 'Y' TO RCV-WS-FOUND-SW
004560     END-READ.
004565     IF RCV-WS-FOUND AND PAY-BM-CHARGED-OFF
004566         GO TO 5100-READ-NEXT
004567     END-IF.
004570     IF NOT RCV-WS-FOUND
004580         MOVE SPACES      TO PAY-BAL-REC
004590         MOVE SHR-LOAN-ID TO PAY-BM-LOAN-ID
005040 5100-EXIT.
005050     EXIT.
005060*
005061*===============================================================
005062 5500-ROLL-FORWARD-FEES.
005063*===============================================================
005064*    RE-APPLIES LATE CHARGES ASSESSED ON OR AFTER THE BACKUP.
005065*    THE FEE HISTORY ITSELF IS ONLY EVER ADDED TO, SO A CHARGE
005066*    WRITTEN BY THE NIGHT THAT DIED IS KEPT - AND THE RERUN
005067*    FINDS ITS KEY AND DOES NOT CHARGE THE INSTALLMENT AGAIN.
005068     MOVE 'N' TO RCV-WS-EOF-SW.
005069     OPEN INPUT PAY-FEEH-FILE.
005070     IF RCV-WS-FEEH-STATUS NOT = '00'
005071         MOVE 'Y' TO RCV-WS-EOF-SW
005072         GO TO 5500-EXIT
005073     END-IF.
005074     OPEN I-O PAY-BAL-FILE.
005075     READ PAY-FEEH-FILE
005076         AT END
005077             MOVE 'Y' TO RCV-WS-EOF-SW
005078     END-READ.
005079     PERFORM 5510-APPLY-ONE-FEE THRU 5510-EXIT
005080         UNTIL RCV-WS-EOF.
005081     CLOSE PAY-FEEH-FILE.
005082     CLOSE PAY-BAL-FILE.
005083 5500-EXIT.
005084     EXIT.
005085*
005086*===============================================================
005087 5510-APPLY-ONE-FEE.
005088*===============================================================
005089     IF PFH-RUN-DATE < RCV-WS-BACKUP-DATE
005090         GO TO 5510-READ-NEXT
005091     END-IF.
005092     MOVE PFH-LOAN-ID TO PAY-BM-LOAN-ID.
005093     READ PAY-BAL-FILE
005094         INVALID KEY
005095             GO TO 5510-READ-NEXT
005096     END-READ.
005097     ADD PFH-FEE-AMOUNT TO PAY-BM-FEE-BAL.
005098     COMPUTE PAY-BM-BALANCE =
005099         PAY-BM-PRIN-BAL + PAY-BM-INT-BAL + PAY-BM-FEE-BAL.
005100     REWRITE PAY-BAL-REC.
005101     ADD 1 TO RCV-WS-FEE-APPLIED.
005102 5510-READ-NEXT.
005103     READ PAY-FEEH-FILE
005104         AT END
005105             MOVE 'Y' TO RCV-WS-EOF-SW
005106     END-READ.
005107 5510-EXIT.
005108     EXIT.
005109*
005070*===============================================================
005080 6000-ROLL-FORWARD-PAYMENTS.
005090*===============================================================
005790 6100-EXIT.
005800     EXIT.
005810*
005811*===============================================================
005812 6500-ROLL-FORWARD-CHGOFFS.
005813*===============================================================
005814*    RE-APPLIES CHARGE-OFFS TAKEN ON OR AFTER THE BACKUP. THE
005815*    NIGHT CHARGES OFF AFTER ITS PAYMENTS AND LATE CHARGES, SO
005816*    THIS RUNS LAST AND WRITES OFF WHATEVER THE LOAN THEN OWES.
005817     MOVE 'N' TO RCV-WS-EOF-SW.
005818     OPEN INPUT PAY-CHGOF-FILE.
005819     IF RCV-WS-CHGOF-STATUS NOT = '00'
005820         MOVE 'Y' TO RCV-WS-EOF-SW
005821         GO TO 6500-EXIT
005822     END-IF.
005823     OPEN I-O PAY-BAL-FILE.
005824     READ PAY-CHGOF-FILE
005825         AT END
005826             MOVE 'Y' TO RCV-WS-EOF-SW
005827     END-READ.
005828     PERFORM 6510-APPLY-ONE-CHGOFF THRU 6510-EXIT
005829         UNTIL RCV-WS-EOF.
005830     CLOSE PAY-CHGOF-FILE.
005831     CLOSE PAY-BAL-FILE.
005832 6500-EXIT.
005833     EXIT.
005834*
005835*===============================================================
005836 6510-APPLY-ONE-CHGOFF.
005837*===============================================================
005838     IF PCO-CHGOFF-DATE < RCV-WS-BACKUP-DATE
005839         GO TO 6510-READ-NEXT
005840     END-IF.
005841     MOVE PCO-LOAN-ID TO PAY-BM-LOAN-ID.
005842     READ PAY-BAL-FILE
005843         INVALID KEY
005844             GO TO 6510-READ-NEXT
005845     END-READ.
005846     MOVE ZERO TO PAY-BM-PRIN-BAL.
005847     MOVE ZERO TO PAY-BM-INT-BAL.
005848     MOVE ZERO TO PAY-BM-FEE-BAL.
005849     MOVE ZERO TO PAY-BM-BALANCE.
005850     SET PAY-BM-CHARGED-OFF TO TRUE.
005851     REWRITE PAY-BAL-REC.
005852     ADD 1 TO RCV-WS-CHGOFF-APPLIED.
005853 6510-READ-NEXT.
005854     READ PAY-CHGOF-FILE
005855         AT END
005856             MOVE 'Y' TO RCV-WS-EOF-SW
005857     END-READ.
005858 6510-EXIT.
005859     EXIT.
005860*
005861*===============================================================
005862 6600-ROLL-FORWARD-CLOSURES.
005863*===============================================================
005864*    A CLOSED LOAN BELONGS ON THE CLOSED-LOAN HISTORY, NOT THE
005865*    MASTER. EVERY CLOSURE IS CHECKED, NOT ONLY THOSE SINCE THE
005866*    BACKUP - A ROLLED-FORWARD POSTING MUST NOT LEAVE ONE BEHIND.
005867     MOVE 'N' TO RCV-WS-EOF-SW.
005868     OPEN INPUT PAY-CLOSD-FILE.
005869     IF RCV-WS-CLOSD-STATUS NOT = '00'
005870         MOVE 'Y' TO RCV-WS-EOF-SW
005871         GO TO 6600-EXIT
005872     END-IF.
005873     OPEN I-O PAY-BAL-FILE.
005874     READ PAY-CLOSD-FILE
005875         AT END
005876             MOVE 'Y' TO RCV-WS-EOF-SW
005877     END-READ.
005878     PERFORM 6610-APPLY-ONE-CLOSURE THRU 6610-EXIT
005879         UNTIL RCV-WS-EOF.
005880     CLOSE PAY-CLOSD-FILE.
005881     CLOSE PAY-BAL-FILE.
005882 6600-EXIT.
005883     EXIT.
005884*
005885*===============================================================
005886 6610-APPLY-ONE-CLOSURE.
005887*===============================================================
005888     MOVE PCD-LOAN-ID TO PAY-BM-LOAN-ID.
005889     READ PAY-BAL-FILE
005890         INVALID KEY
005891             GO TO 6610-READ-NEXT
005892     END-READ.
005893     DELETE PAY-BAL-FILE RECORD.
005894     ADD 1 TO RCV-WS-CLOSE-APPLIED.
005895 6610-READ-NEXT.
005896     READ PAY-CLOSD-FILE
005897         AT END
005898             MOVE 'Y' TO RCV-WS-EOF-SW
005899     END-READ.
005900 6610-EXIT.
005901     EXIT.
005902*
005820*===============================================================
005830 7000-TERMINATE.
005840*===============================================================
005970     MOVE "PAYMENTS ROLLED FORWARD:          " TO RCF-LABEL.
005980     MOVE RCV-WS-PAY-APPLIED TO RCF-COUNT.
005990     WRITE RCV-RPT-REC FROM RCV-WS-FOOT-LINE.
005991     MOVE "LATE CHARGES ROLLED FORWARD:      " TO RCF-LABEL.
005992     MOVE RCV-WS-FEE-APPLIED TO RCF-COUNT.
005993     WRITE RCV-RPT-REC FROM RCV-WS-FOOT-LINE.
005994     MOVE "CHARGE-OFFS ROLLED FORWARD:       " TO RCF-LABEL.
005995     MOVE RCV-WS-CHGOFF-APPLIED TO RCF-COUNT.
005996     WRITE RCV-RPT-REC FROM RCV-WS-FOOT-LINE.
005997     MOVE "CLOSURES ROLLED FORWARD:          " TO RCF-LABEL.
005998     MOVE RCV-WS-CLOSE-APPLIED TO RCF-COUNT.
005999     WRITE RCV-RPT-REC FROM RCV-WS-FOOT-LINE.
006000     CLOSE RCV-RPT-FILE.
006010     DISPLAY "MASTER-RECOVER: RECOVERY COMPLETE".
006020 7000-EXIT.
