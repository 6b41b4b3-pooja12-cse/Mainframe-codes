000240*                    CARRY NO LOAN KEY AND ARE PROVED BY
000250*                    GL-RECON INSTEAD. EACH SOURCE IS RE-READ
000260*                    PER REQUEST - REQUEST LISTS ARE SHORT.
000261*   10/15/2026 RK    LATE CHARGES FROM THE KEYED PAY-FEEH-FILE
000262*                    FEE HISTORY NOW APPEAR AS FEEHIST EVENTS.
000263*   10/15/2026 RK    QUOTE (80), LOAN (60), HISTORY (60) AND
000264*                    PAYMENT HISTORY (80) LAYOUTS WIDENED FOR THE
000265*                    9(07)V99 MONEY FIELDS; THE EVENT DESCRIPTION
000266*                    GROWS TO 56 SO A PAYMENT'S FULL ALLOCATION
000267*                    STILL FITS ON ITS LINE.
000268*   10/15/2026 RK    A CHARGE-OFF ON THE KEYED PAY-CHGOF-FILE
000269*                    REGISTER APPEARS AS A CHGOFREG EVENT, AND A
000269*                    PAYMENT TAKEN AS A RECOVERY AFTER IT SHOWS
000269*                    AS SUCH. THE BALANCE LINE MARKS A CHARGED-
000269*                    OFF LOAN.
000269*   10/15/2026 RK    A LOAN LOAN-CLOSE HAS MOVED TO THE KEYED
000269*                    PAY-CLOSD-FILE CLOSED-LOAN HISTORY APPEARS
000269*                    AS A CLOSEDLN EVENT, AND ITS BALANCE LINE
000269*                    READS CLOSED NOW THAT IT IS OFF THE MASTER.
000269*   10/15/2026 RK    PAY-CLOSD-FILE RECORD NOW 200 BYTES - SEE
000269*                    LOAN-CLOSE.
000269*   10/15/2026 RK    EACH LOAN-MODIFY MODIFICATION ON THE KEYED
000269*                    PAY-MODH-FILE AUDIT NOW APPEARS AS ITS OWN
000269*                    LOANMOD EVENT, WITH THE RATE, TERM AND
000269*                    INSTALLMENT BEFORE AND AFTER.
000270*---------------------------------------------------------------
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000500         ACCESS MODE IS RANDOM
000510         RECORD KEY IS PAY-BM-LOAN-ID
000520         FILE STATUS IS LTR-WS-BAL-STATUS.
000521     SELECT PAY-FEEH-FILE    ASSIGN TO PAYFEEHS
000522         ORGANIZATION IS INDEXED
000523         ACCESS MODE IS DYNAMIC
000524         RECORD KEY IS PFH-KEY
000525         FILE STATUS IS LTR-WS-FEEH-STATUS.
000526     SELECT PAY-CHGOF-FILE   ASSIGN TO PAYCHGOF
000527         ORGANIZATION IS INDEXED
000528         ACCESS MODE IS RANDOM
000529         RECORD KEY IS PCO-LOAN-ID
000529         FILE STATUS IS LTR-WS-CHGOF-STATUS.
000529     SELECT PAY-CLOSD-FILE   ASSIGN TO PAYCLOSD
000529         ORGANIZATION IS INDEXED
000529         ACCESS MODE IS RANDOM
000529         RECORD KEY IS PCD-LOAN-ID
000529         FILE STATUS IS LTR-WS-CLOSD-STATUS.
000529     SELECT PAY-MODH-FILE    ASSIGN TO PAYMODHS
000529         ORGANIZATION IS INDEXED
000529         ACCESS MODE IS DYNAMIC
000529         RECORD KEY IS PMH-KEY
000529         FILE STATUS IS LTR-WS-MODH-STATUS.
000530     SELECT LTR-RPT-FILE     ASSIGN TO LTRRPT
000540         ORGANIZATION IS LINE SEQUENTIAL.
000550*
000620     05  FILLER                  PIC X(10).
000630*
000640 FD  SIM-QUOTE-FILE
000650     RECORD CONTAINS 80 CHARACTERS.
000660 01  SIM-QUOTE-REC.
000670     05  SQT-QUOTE-ID.
000680         10  SQT-QUOTE-DATE      PIC 9(08).
000690         10  SQT-QUOTE-SEQ       PIC 9(06).
000700     05  SQT-LOAN-ID             PIC X(10).
000710     05  SQT-PRINCIPAL           PIC 9(07)V99.
000720     05  SQT-RATE                PIC 9(02)V99.
000730     05  SQT-TERM                PIC 9(01)V99.
000740     05  SQT-INTEREST            PIC 9(07)V99.
000750     05  SQT-OFFICER             PIC X(08).
000760     05  FILLER                  PIC X(23).
000770*
000780 FD  SIM-LOAN-FILE
000790     RECORD CONTAINS 60 CHARACTERS.
000800 01  SIM-LOAN-REC.
000810     05  SIM-IN-LOAN-ID          PIC X(10).
000820     05  SIM-IN-PRINCIPAL        PIC 9(07)V99.
000830     05  SIM-IN-RATE             PIC 9(02)V99.
000840     05  SIM-IN-TERM             PIC 9(01)V99.
000850     05  SIM-IN-ORIG-DATE        PIC 9(08).
000860     05  SIM-IN-END-DATE         PIC 9(08).
000870     05  FILLER                  PIC X(18).
000872*    THE FEEDER'S '*H*'/'*T*' CONTROL RECORDS SHARE THE FILE -
000874*    THEIR RECORD ID LANDS IN THE LOAN-ID FIELD AND NEVER
000876*    MATCHES A REQUESTED LOAN.
000880*
000890 FD  LTR-HIST-FILE
000900     RECORD CONTAINS 60 CHARACTERS.
000910 01  LTR-HIST-REC.
000920     05  SHR-LOAN-ID             PIC X(10).
000930     05  SHR-PRINCIPAL           PIC 9(07)V99.
000940     05  SHR-RATE                PIC 9(02)V99.
000950     05  SHR-TERM                PIC 9(01)V99.
000960     05  SHR-INTEREST            PIC 9(07)V99.
000970     05  SHR-RUN-DATE            PIC 9(08).
000980     05  SHR-ADJUST-FLAG         PIC X(01).
000990         88  SHR-NORMAL-POSTING  VALUE ' '.
001000         88  SHR-ADJUSTMENT      VALUE 'A'.
001010         88  SHR-REVERSAL        VALUE 'R'.
001020     05  FILLER                  PIC X(16).
001030*
001040 FD  PAY-PHIST-FILE
001050     RECORD CONTAINS 80 CHARACTERS.
001060 01  PAY-PHIST-REC.
001070     05  PPH-LOAN-ID             PIC X(10).
001080     05  PPH-PAY-DATE            PIC 9(08).
001090     05  PPH-AMOUNT              PIC 9(07)V99.
001100     05  PPH-ALLOC-INT           PIC 9(07)V99.
001110     05  PPH-ALLOC-FEE           PIC 9(07)V99.
001120     05  PPH-ALLOC-PRIN          PIC 9(07)V99.
001130     05  PPH-REVERSAL-FLAG       PIC X(01).
001140     05  PPH-RUN-DATE            PIC 9(08).
001150     05  FILLER                  PIC X(17).
001160*
001170 FD  PAY-BAL-FILE
001180     RECORD CONTAINS 80 CHARACTERS.
001260     05  PAY-BM-PRIN-BAL         PIC 9(07)V99.
001270     05  PAY-BM-INT-BAL          PIC 9(07)V99.
001280     05  PAY-BM-FEE-BAL          PIC 9(07)V99.
001290     05  PAY-BM-STATUS           PIC X(01).
001290         88  PAY-BM-CHARGED-OFF  VALUE 'C'.
001290     05  FILLER                  PIC X(02).
001300*
001301 FD  PAY-FEEH-FILE
001302     RECORD CONTAINS 60 CHARACTERS.
001303 01  PAY-FEEH-REC.
001304     05  PFH-KEY.
001305         10  PFH-LOAN-ID         PIC X(10).
001306         10  PFH-DUE-DATE        PIC 9(08).
001307     05  PFH-FEE-TYPE            PIC X(01).
001308     05  PFH-FEE-AMOUNT          PIC 9(05)V99.
001309     05  PFH-DUE-AMOUNT          PIC 9(05)V99.
001309     05  PFH-DAYS-PAST           PIC 9(05).
001309     05  PFH-RUN-DATE            PIC 9(08).
001309     05  FILLER                  PIC X(14).
001309*
001309 FD  PAY-CHGOF-FILE
001309     RECORD CONTAINS 80 CHARACTERS.
001309 01  PAY-CHGOF-REC.
001309     05  PCO-LOAN-ID             PIC X(10).
001309     05  PCO-CHGOFF-DATE         PIC 9(08).
001309     05  PCO-SOURCE              PIC X(01).
001309     05  PCO-DAYS-PAST           PIC 9(05).
001309     05  PCO-PRIN-AMT            PIC 9(07)V99.
001309     05  PCO-INT-AMT             PIC 9(07)V99.
001309     05  PCO-FEE-AMT             PIC 9(07)V99.
001309     05  PCO-RECOVERED           PIC 9(09)V99.
001309     05  PCO-LAST-RECOV-DATE     PIC 9(08).
001309     05  FILLER                  PIC X(10).
001309*
001309 FD  PAY-CLOSD-FILE
001309     RECORD CONTAINS 200 CHARACTERS.
001309 01  PAY-CLOSD-REC.
001309     05  PCD-LOAN-ID             PIC X(10).
001309     05  PCD-CLOSE-DATE          PIC 9(08).
001309     05  PCD-REASON              PIC X(01).
001309         88  PCD-PAID-TO-ZERO    VALUE 'Z'.
001309     05  PCD-CUST-ID             PIC X(08).
001309     05  PCD-PAYOFF-DATE         PIC 9(08).
001309     05  PCD-WAIVED              PIC 9(07)V99.
001309     05  FILLER                  PIC X(156).
001309*
001309 FD  PAY-MODH-FILE
001309     RECORD CONTAINS 100 CHARACTERS.
001309 01  PAY-MODH-REC.
001309     05  PMH-KEY.
001309         10  PMH-LOAN-ID         PIC X(10).
001309         10  PMH-EFF-DATE        PIC 9(08).
001309     05  PMH-RUN-DATE            PIC 9(08).
001309     05  PMH-REASON              PIC X(02).
001309     05  PMH-OFFICER             PIC X(08).
001309     05  PMH-OLD-RATE            PIC 9(02)V99.
001309     05  PMH-NEW-RATE            PIC 9(02)V99.
001309     05  PMH-OLD-TERM            PIC 9(01)V99.
001309     05  PMH-NEW-TERM            PIC 9(01)V99.
001309     05  PMH-OLD-END-DATE        PIC 9(08).
001309     05  PMH-NEW-END-DATE        PIC 9(08).
001309     05  PMH-OLD-PAYMENT         PIC 9(05)V99.
001309     05  PMH-NEW-PAYMENT         PIC 9(05)V99.
001309     05  PMH-OLD-DUE-DATE        PIC 9(08).
001309     05  PMH-DAYS-PAST           PIC 9(05).
001309     05  FILLER                  PIC X(07).
001309*
001310 FD  LTR-RPT-FILE
001320     RECORD CONTAINS 80 CHARACTERS.
001330 01  LTR-RPT-REC                 PIC X(80).
001420 77  LTR-WS-HIST-STATUS          PIC X(02) VALUE '00'.
001430 77  LTR-WS-PHIST-STATUS         PIC X(02) VALUE '00'.
001440 77  LTR-WS-BAL-STATUS           PIC X(02) VALUE '00'.
001445 77  LTR-WS-FEEH-STATUS          PIC X(02) VALUE '00'.
001446 77  LTR-WS-CHGOF-STATUS         PIC X(02) VALUE '00'.
001447 77  LTR-WS-CLOSD-STATUS         PIC X(02) VALUE '00'.
001447 77  LTR-WS-MODH-STATUS          PIC X(02) VALUE '00'.
001448 77  LTR-WS-CLOSED-SW            PIC X(01) VALUE 'N'.
001449     88  LTR-WS-CLOSED           VALUE 'Y'.
001450 77  LTR-WS-REQUEST-COUNT        PIC 9(05) COMP VALUE ZERO.
001460 77  LTR-WS-OVFL-SW              PIC X(01) VALUE 'N'.
001470     88  LTR-WS-OVFL             VALUE 'Y'.
001560                      INDEXED BY LTR-EV-IDX LTR-EV-JDX.
001570         10  LTR-EV-DATE         PIC 9(08).
001580         10  LTR-EV-SOURCE       PIC X(08).
001590         10  LTR-EV-DESC         PIC X(56).
001600 01  LTR-WS-EV-HOLD.
001610     05  LTR-HD-DATE             PIC 9(08).
001620     05  LTR-HD-SOURCE           PIC X(08).
001630     05  LTR-HD-DESC             PIC X(56).
001640*
001650 01  LTR-WS-TITLE-LINE.
001660     05  FILLER                  PIC X(16) VALUE
001740     05  FILLER                  PIC X(02) VALUE SPACES.
001750     05  LEL-SOURCE              PIC X(08).
001760     05  FILLER                  PIC X(02) VALUE SPACES.
001770     05  LEL-DESC                PIC X(56).
001780     05  FILLER                  PIC X(02) VALUE SPACES.
001790*
001800 01  LTR-WS-BAL-LINE.
001810     05  FILLER                  PIC X(23) VALUE
001820         "  CURRENT BALANCE:     ".
001830     05  LBL-BALANCE             PIC $Z,ZZZ,ZZ9.99.
001840     05  FILLER                  PIC X(02) VALUE SPACES.
001840     05  LBL-STATUS              PIC X(11).
001840     05  FILLER                  PIC X(31) VALUE SPACES.
001850*
001860 01  LTR-WS-NONE-LINE.
001870     05  FILLER                  PIC X(30) VALUE
002300     PERFORM 2200-GATHER-BOOKINGS THRU 2200-EXIT.
002310     PERFORM 2300-GATHER-ACCRUALS THRU 2300-EXIT.
002320     PERFORM 2400-GATHER-PAYMENTS THRU 2400-EXIT.
002325     PERFORM 2500-GATHER-FEES THRU 2500-EXIT.
002326     PERFORM 2550-GATHER-CHGOFF THRU 2550-EXIT.
002327     PERFORM 2560-GATHER-CLOSURE THRU 2560-EXIT.
002328     PERFORM 2570-GATHER-MODS THRU 2570-EXIT.
002330     PERFORM 2600-SORT-EVENTS THRU 2600-EXIT.
002340     IF LTR-WS-EV-COUNT = ZERO
002350         WRITE LTR-RPT-REC FROM LTR-WS-NONE-LINE
004180         IF PPH-REVERSAL-FLAG = 'R'
004190             STRING "PAYMENT REVERSED AMT=" PPH-AMOUNT
004200                 DELIMITED BY SIZE INTO LTR-HD-DESC
004201         END-IF
004202         IF PPH-REVERSAL-FLAG = 'C'
004203             STRING "RECOVERY AMT=" PPH-AMOUNT
004204                 DELIMITED BY SIZE INTO LTR-HD-DESC
004205         END-IF
004210         IF PPH-REVERSAL-FLAG NOT = 'R' AND NOT = 'C'
004220             STRING "PAY AMT=" PPH-AMOUNT
004230                 " I=" PPH-ALLOC-INT
004240                 " F=" PPH-ALLOC-FEE
004250                 " P=" PPH-ALLOC-PRIN
004340 2410-EXIT.
004350     EXIT.
004360*
004361*===============================================================
004362 2500-GATHER-FEES.
004363*===============================================================
004364*    THE FEE HISTORY IS KEYED BY LOAN, SO THIS SOURCE IS READ
004365*    FROM THE LOAN'S FIRST KEY ONWARD RATHER THAN END TO END.
004366     MOVE 'N' TO LTR-WS-FILE-EOF-SW.
004367     OPEN INPUT PAY-FEEH-FILE.
004368     IF LTR-WS-FEEH-STATUS NOT = '00'
004369         GO TO 2500-EXIT
004370     END-IF.
004371     MOVE LTR-RQ-LOAN-ID TO PFH-LOAN-ID.
004372     MOVE ZERO           TO PFH-DUE-DATE.
004373     START PAY-FEEH-FILE KEY >= PFH-KEY
004374         INVALID KEY
004375             MOVE 'Y' TO LTR-WS-FILE-EOF-SW
004376     END-START.
004377     PERFORM 2510-CHECK-FEE-REC THRU 2510-EXIT
004378         UNTIL LTR-WS-FILE-EOF.
004379     CLOSE PAY-FEEH-FILE.
004380 2500-EXIT.
004381     EXIT.
004382*
004383*===============================================================
004384 2510-CHECK-FEE-REC.
004385*===============================================================
004386     READ PAY-FEEH-FILE NEXT
004387         AT END
004388             MOVE 'Y' TO LTR-WS-FILE-EOF-SW
004389             GO TO 2510-EXIT
004390     END-READ.
004391     IF PFH-LOAN-ID NOT = LTR-RQ-LOAN-ID
004392         MOVE 'Y' TO LTR-WS-FILE-EOF-SW
004393         GO TO 2510-EXIT
004394     END-IF.
004395     MOVE PFH-RUN-DATE TO LTR-HD-DATE.
004396     MOVE "FEEHIST " TO LTR-HD-SOURCE.
004397     MOVE SPACES     TO LTR-HD-DESC.
004398     STRING "LATE CHARGE AMT=" PFH-FEE-AMOUNT
004399         " DUE " PFH-DUE-DATE
004400         DELIMITED BY SIZE INTO LTR-HD-DESC.
004401     PERFORM 2050-ADD-EVENT THRU 2050-EXIT.
004402 2510-EXIT.
004403     EXIT.
004404*
004404*===============================================================
004404 2550-GATHER-CHGOFF.
004404*===============================================================
004404*    AT MOST ONE CHARGE-OFF PER LOAN, SO A SINGLE KEYED READ.
004404     OPEN INPUT PAY-CHGOF-FILE.
004404     IF LTR-WS-CHGOF-STATUS NOT = '00'
004404         GO TO 2550-EXIT
004404     END-IF.
004404     MOVE LTR-RQ-LOAN-ID TO PCO-LOAN-ID.
004404     READ PAY-CHGOF-FILE
004404         INVALID KEY
004404             GO TO 2550-CLOSE
004404     END-READ.
004404     MOVE PCO-CHGOFF-DATE TO LTR-HD-DATE.
004404     MOVE "CHGOFREG" TO LTR-HD-SOURCE.
004404     MOVE SPACES     TO LTR-HD-DESC.
004404     STRING "CHARGED OFF P=" PCO-PRIN-AMT
004404         " I=" PCO-INT-AMT
004404         " F=" PCO-FEE-AMT
004404         DELIMITED BY SIZE INTO LTR-HD-DESC.
004404     PERFORM 2050-ADD-EVENT THRU 2050-EXIT.
004404 2550-CLOSE.
004404     CLOSE PAY-CHGOF-FILE.
004404 2550-EXIT.
004404     EXIT.
004404*
004405*===============================================================
004405 2560-GATHER-CLOSURE.
004405*===============================================================
004405*    A LOAN IS CLOSED ONCE, SO A SINGLE KEYED READ.
004405     MOVE 'N' TO LTR-WS-CLOSED-SW.
004405     OPEN INPUT PAY-CLOSD-FILE.
004405     IF LTR-WS-CLOSD-STATUS NOT = '00'
004405         GO TO 2560-EXIT
004405     END-IF.
004405     MOVE LTR-RQ-LOAN-ID TO PCD-LOAN-ID.
004405     READ PAY-CLOSD-FILE
004405         INVALID KEY
004405             GO TO 2560-CLOSE
004405     END-READ.
004405     MOVE 'Y' TO LTR-WS-CLOSED-SW.
004405     MOVE PCD-CLOSE-DATE TO LTR-HD-DATE.
004405     MOVE "CLOSEDLN" TO LTR-HD-SOURCE.
004405     MOVE SPACES     TO LTR-HD-DESC.
004405     IF PCD-PAID-TO-ZERO
004405         STRING "CLOSED PAID IN FULL " PCD-PAYOFF-DATE
004405             DELIMITED BY SIZE INTO LTR-HD-DESC
004405     ELSE
004405         STRING "CLOSED ON PAYOFF QUOTE " PCD-PAYOFF-DATE
004405             " WAIVED=" PCD-WAIVED
004405             DELIMITED BY SIZE INTO LTR-HD-DESC
004405     END-IF.
004405     PERFORM 2050-ADD-EVENT THRU 2050-EXIT.
004405 2560-CLOSE.
004405     CLOSE PAY-CLOSD-FILE.
004405 2560-EXIT.
004405     EXIT.
004405*
004406*===============================================================
004406 2570-GATHER-MODS.
004406*===============================================================
004406*    THE MODIFICATION AUDIT IS KEYED BY LOAN AND EFFECTIVE DATE,
004406*    READ FROM THE LOAN'S FIRST KEY ONWARD LIKE THE FEE HISTORY.
004406     MOVE 'N' TO LTR-WS-FILE-EOF-SW.
004406     OPEN INPUT PAY-MODH-FILE.
004406     IF LTR-WS-MODH-STATUS NOT = '00'
004406         GO TO 2570-EXIT
004406     END-IF.
004406     MOVE LTR-RQ-LOAN-ID TO PMH-LOAN-ID.
004406     MOVE ZERO           TO PMH-EFF-DATE.
004406     START PAY-MODH-FILE KEY >= PMH-KEY
004406         INVALID KEY
004406             MOVE 'Y' TO LTR-WS-FILE-EOF-SW
004406     END-START.
004406     PERFORM 2580-CHECK-MOD-REC THRU 2580-EXIT
004406         UNTIL LTR-WS-FILE-EOF.
004406     CLOSE PAY-MODH-FILE.
004406 2570-EXIT.
004406     EXIT.
004406*
004407*===============================================================
004407 2580-CHECK-MOD-REC.
004407*===============================================================
004407     READ PAY-MODH-FILE NEXT
004407         AT END
004407             MOVE 'Y' TO LTR-WS-FILE-EOF-SW
004407             GO TO 2580-EXIT
004407     END-READ.
004407     IF PMH-LOAN-ID NOT = LTR-RQ-LOAN-ID
004407         MOVE 'Y' TO LTR-WS-FILE-EOF-SW
004407         GO TO 2580-EXIT
004407     END-IF.
004407     MOVE PMH-EFF-DATE TO LTR-HD-DATE.
004407     MOVE "LOANMOD " TO LTR-HD-SOURCE.
004407     MOVE SPACES     TO LTR-HD-DESC.
004407     STRING "MODIFIED " PMH-REASON
004407         " R=" PMH-OLD-RATE ">" PMH-NEW-RATE
004407         " T=" PMH-OLD-TERM ">" PMH-NEW-TERM
004407         " PMT=" PMH-OLD-PAYMENT ">" PMH-NEW-PAYMENT
004407         DELIMITED BY SIZE INTO LTR-HD-DESC.
004407     PERFORM 2050-ADD-EVENT THRU 2050-EXIT.
004407 2580-EXIT.
004407     EXIT.
004407*
004370*===============================================================
004380 2600-SORT-EVENTS.
004390*===============================================================
004960     MOVE LTR-RQ-LOAN-ID TO PAY-BM-LOAN-ID.
004970     READ PAY-BAL-FILE
004980         INVALID KEY
004990             IF LTR-WS-CLOSED
004991                 MOVE ZERO TO LBL-BALANCE
004992                 MOVE "CLOSED" TO LBL-STATUS
004993                 WRITE LTR-RPT-REC FROM LTR-WS-BAL-LINE
004994             END-IF
005000         NOT INVALID KEY
005010             MOVE PAY-BM-BALANCE TO LBL-BALANCE
005011             MOVE SPACES TO LBL-STATUS
005012             IF PAY-BM-CHARGED-OFF
005013                 MOVE "CHARGED OFF" TO LBL-STATUS
005014             END-IF
005020             WRITE LTR-RPT-REC FROM LTR-WS-BAL-LINE
005030     END-READ.
005040     CLOSE PAY-BAL-FILE.
