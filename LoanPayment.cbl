000303*                    CHART (ROLES CASHACCT/LOANRECV), SO
000304*                    GL-RECON CAN PROVE THE PAYMENT SIDE THE
000305*                    WAY IT PROVES THE INTEREST SIDE.
000305*   10/15/2026 RK    LATE-CHARGE ASSESSMENT. AFTER THE NIGHT'S
000305*                    PAYMENTS POST, EVERY LOAN STILL PAST ITS
000305*                    NEXT DUE DATE BY MORE THAN THE LATEGRCE
000305*                    GRACE DAYS IS CHARGED A LATE FEE - LATEPCT
000305*                    PERCENT OF THE INSTALLMENT WHEN THAT PARM IS
000305*                    SET, OTHERWISE THE FLAT LATEFLAT AMOUNT. THE
000305*                    FEE GOES INTO PAY-BM-FEE-BAL, A KEYED
000305*                    FEE-HISTORY RECORD (LOAN + DUE DATE) STOPS
000305*                    THE SAME MISSED INSTALLMENT BEING CHARGED
000305*                    TWICE AND GIVES LOAN-TRACE THE EVENT, AND A
000305*                    RECEIVABLE DEBIT / FEE-INCOME CREDIT PAIR
000305*                    (COA ROLE FEEINCOM) JOINS THE PAYGLPST BATCH.
000305*                    NO FEE PARM ON PAYCTL MEANS NO ASSESSMENT.
000305*   10/15/2026 RK    PAYMENT MONEY FIELDS WIDENED TO 9(07)V99 TO
000305*                    MATCH THE BALANCE MASTER - PAY-IN-AMOUNT
000305*                    (PAY-IN-FILE NOW 40 BYTES), THE PAY-PHIST-
000305*                    FILE AMOUNT AND ALLOCATIONS (NOW 80 BYTES),
000305*                    THE WIDER SIM-HIST-FILE PRINCIPAL/INTEREST
000305*                    (NOW 60 BYTES) AND THE GL LINE AMOUNT, WHICH
000305*                    TAKES TWO BYTES OF ITS FILLER. THE ALLOCATION
000305*                    AND REVERSAL LINES PRINT THE WIDER AMOUNTS.
000305*   10/15/2026 RK    UNAPPLIED-CASH SUSPENSE. A PAYMENT FOR A LOAN
000305*                    NOT ON THE MASTER, AND THE PART OF A PAYMENT
000305*                    LEFT AFTER EVERY COMPONENT IS PAID DOWN, NOW
000305*                    OPEN AN ITEM ON THE KEYED PAYSUSP SUSPENSE
000305*                    FILE WITH A CASH DEBIT / SUSPENSE CREDIT PAIR
000305*                    (COA ROLE SUSPENSE) IN THE PAYGLPST BATCH,
000305*                    INSTEAD OF GOING TO PAYREJCT. SERVICING'S
000305*                    PAYSUSTX TRANSACTIONS APPLY AN ITEM TO A
000305*                    LOAN, REFUND IT, OR MOVE IT TO ANOTHER LOAN
000305*                    ID; A REVERSAL OF A PAYMENT THAT WENT TO
000305*                    SUSPENSE CLOSES ITS ITEM. PAYSUSRP LISTS THE
000305*                    RUN'S SUSPENSE ACTIVITY AND AGES EVERY OPEN
000305*                    ITEM.
000305*   10/15/2026 RK    CHARGE-OFF AND RECOVERY. AFTER THE
000305*                    LATE-CHARGE PASS, A LOAN PAST DUE BY THE
000305*                    PAYCTL CHGOFDPD DAYS (OR LISTED ON THE
000305*                    PAYCOLST MANUAL LIST) HAS ITS PRINCIPAL,
000305*                    INTEREST AND FEE WRITTEN OFF - ALLOWANCE
000305*                    DEBIT / RECEIVABLE CREDIT (COA ROLE CHGOFF) -
000305*                    AND IS FLAGGED CHARGED OFF ON THE MASTER,
000305*                    WITH THE AMOUNTS KEPT ON THE KEYED PAYCHGOF
000305*                    REGISTER. A CHARGED-OFF LOAN DROPS OUT OF THE
000305*                    AGING, DUNNING AND LATE-CHARGE PASSES AND
000305*                    TAKES NO MORE ROLL-IN POSTINGS; A LATER
000305*                    PAYMENT POSTS AS A RECOVERY (CASH DEBIT / COA
000305*                    ROLE RECOVERY CREDIT) INSTEAD OF TO THE
000305*                    ZEROED BALANCE.
000305*   10/15/2026 RK    A HISTORY ROW FOR A LOAN LOAN-CLOSE HAS
000305*                    MOVED TO THE PAYCLOSD CLOSED-LOAN HISTORY
000305*                    IS REJECTED INSTEAD OF SEEDING A NEW MASTER
000305*                    RECORD THAT WOULD REOPEN THE LOAN.
000305*   10/15/2026 RK    PAY-CLOSD-FILE RECORD NOW 200 BYTES - SEE
000305*                    LOAN-CLOSE.
000305*   10/15/2026 RK    PROMISE-TO-PAY. A DELINQUENT LOAN WITH AN
000305*                    OPEN PROMISE ON THE KEYED PAYPROM FILE (SEE
000305*                    LOAN-PROMISE) STILL AGES AND STILL GOES ON
000305*                    THE DUNNING EXTRACT, SO LOAN-RESERVE KEEPS
000305*                    ITS BUCKET, BUT THE RECORD IS FLAGGED HELD
000305*                    AND CONCATSTRING CUTS NO LETTER FOR IT. THE
000305*                    HOLD LASTS THROUGH THE PROMISED DATE PLUS
000305*                    THE PAYCTL PROMGRCE DAYS (DEFAULT 3); A
000305*                    BROKEN OR LAPSED PROMISE IS DUNNED AGAIN.
000305*   10/15/2026 RK    CLOSED-PERIOD GUARD. A REVERSAL WHOSE PAY
000305*                    DATE FALLS ON OR BEFORE THE CLOSED-THRU DATE
000305*                    GL-LEDGER LEAVES ON GLCLOSED IS RE-DATED TO
000305*                    THE FIRST OPEN DATE ON THE PAYMENT HISTORY;
000305*                    EVERY REVERSAL ROW NOW KEEPS THE DATE OF
000305*                    THE PAYMENT IT REVERSES IN PPH-ORIG-DATE.
000305*                    WITH A NONZERO CLOSEREJ PARM ON PAYCTL THE
000305*                    REVERSAL IS REJECTED TO PAYREJCT INSTEAD.
000305*                    PAYRPT LISTS EVERY RE-DATED REVERSAL.
000306*---------------------------------------------------------------
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000461         ORGANIZATION IS LINE SEQUENTIAL.
000461     SELECT PAY-DUN-FILE      ASSIGN TO PAYDUNEX
000461         ORGANIZATION IS LINE SEQUENTIAL.
000461     SELECT PAY-SUSP-FILE     ASSIGN TO PAYSUSP
000461         ORGANIZATION IS INDEXED
000461         ACCESS MODE IS DYNAMIC
000461         RECORD KEY IS PSU-ITEM-ID
000461         FILE STATUS IS PAY-WS-SUSP-STATUS.
000461     SELECT PAY-SUSTX-FILE    ASSIGN TO PAYSUSTX
000461         ORGANIZATION IS LINE SEQUENTIAL
000461         FILE STATUS IS PAY-WS-SUSTX-STATUS.
000461     SELECT PAY-SUSRPT-FILE   ASSIGN TO PAYSUSRP
000461         ORGANIZATION IS LINE SEQUENTIAL.
000461     SELECT PAY-CHGOF-FILE    ASSIGN TO PAYCHGOF
000461         ORGANIZATION IS INDEXED
000461         ACCESS MODE IS RANDOM
000461         RECORD KEY IS PCO-LOAN-ID
000461         FILE STATUS IS PAY-WS-CHGOF-STATUS.
000461     SELECT PAY-CLOSD-FILE    ASSIGN TO PAYCLOSD
000461         ORGANIZATION IS INDEXED
000461         ACCESS MODE IS RANDOM
000461         RECORD KEY IS PCD-LOAN-ID
000461         FILE STATUS IS PAY-WS-CLOSD-STATUS.
000461     SELECT PAY-PROM-FILE     ASSIGN TO PAYPROM
000461         ORGANIZATION IS INDEXED
000461         ACCESS MODE IS RANDOM
000461         RECORD KEY IS PPR-LOAN-ID
000461         FILE STATUS IS PAY-WS-PROM-STATUS.
000461     SELECT PAY-COLST-FILE    ASSIGN TO PAYCOLST
000461         ORGANIZATION IS LINE SEQUENTIAL
000461         FILE STATUS IS PAY-WS-COLST-STATUS.
000461     SELECT PAY-FEEH-FILE     ASSIGN TO PAYFEEHS
000461         ORGANIZATION IS INDEXED
000461         ACCESS MODE IS RANDOM
000461         RECORD KEY IS PFH-KEY
000461         FILE STATUS IS PAY-WS-FEEH-STATUS.
000462     SELECT PAY-FORCE-FILE    ASSIGN TO FORCERUN
000463         ORGANIZATION IS LINE SEQUENTIAL
000464         FILE STATUS IS PAY-WS-FORCE-STATUS.
000465     SELECT PAY-JOBSTAT-FILE  ASSIGN TO NITESTAT
000466         ORGANIZATION IS LINE SEQUENTIAL
000467         FILE STATUS IS PAY-WS-JOBSTAT-STATUS.
000468     SELECT PAY-GLCLS-FILE    ASSIGN TO GLCLOSED
000468         ORGANIZATION IS LINE SEQUENTIAL
000468         FILE STATUS IS PAY-WS-GLCLS-STATUS.
000470*
000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD  PAY-IN-FILE
000510     RECORD CONTAINS 40 CHARACTERS.
000520 01  PAY-IN-REC.
000530     05  PAY-IN-LOAN-ID          PIC X(10).
000540     05  PAY-IN-PAY-DATE         PIC 9(08).
000550     05  PAY-IN-AMOUNT           PIC 9(07)V99.
000552     05  PAY-IN-TYPE             PIC X(01).
000554         88  PAY-IN-REVERSAL     VALUE 'R'.
000560     05  FILLER                  PIC X(12).
000570*
000580 FD  PAY-HIST-FILE
000590     RECORD CONTAINS 60 CHARACTERS.
000600 01  PAY-HIST-REC.
000610     05  SHR-LOAN-ID             PIC X(10).
000620     05  SHR-PRINCIPAL           PIC 9(07)V99.
000630     05  SHR-RATE                PIC 9(02)V99.
000640     05  SHR-TERM                PIC 9(01)V99.
000650     05  SHR-INTEREST            PIC 9(07)V99.
000660     05  SHR-RUN-DATE            PIC 9(08).
000670     05  SHR-ADJUST-FLAG         PIC X(01).
000680         88  SHR-NORMAL-POSTING  VALUE ' '.
000690         88  SHR-ADJUSTMENT      VALUE 'A'.
000700         88  SHR-REVERSAL        VALUE 'R'.
000710     05  FILLER                  PIC X(16).
000720*
000730*    OUTSTANDING-BALANCE MASTER - ONE KEYED RECORD PER LOAN,
000731*    NOW CARRYING THE LOAN'S DUE SCHEDULE FOR THE AGING PASS.
000805     05  PAY-BM-PRIN-BAL         PIC 9(07)V99.
000806     05  PAY-BM-INT-BAL          PIC 9(07)V99.
000807     05  PAY-BM-FEE-BAL          PIC 9(07)V99.
000808     05  PAY-BM-STATUS           PIC X(01).
000809         88  PAY-BM-CHARGED-OFF  VALUE 'C'.
000810     05  FILLER                  PIC X(02).
000820*
000821*    DUE-SCHEDULE MAINTENANCE FILE - ONE RECORD PER LOAN WHOSE
000822*    NEXT DUE DATE OR DUE AMOUNT IS BEING SET.
000830*    PAYMENT HISTORY - ONE RECORD PER POSTED PAYMENT SHOWING
000830*    WHERE EVERY DOLLAR WENT. APPENDED EACH RUN.
000830 FD  PAY-PHIST-FILE
000830     RECORD CONTAINS 80 CHARACTERS.
000830 01  PAY-PHIST-REC.
000830     05  PPH-LOAN-ID             PIC X(10).
000830     05  PPH-PAY-DATE            PIC 9(08).
000830     05  PPH-AMOUNT              PIC 9(07)V99.
000830     05  PPH-ALLOC-INT           PIC 9(07)V99.
000830     05  PPH-ALLOC-FEE           PIC 9(07)V99.
000830     05  PPH-ALLOC-PRIN          PIC 9(07)V99.
000830     05  PPH-REVERSAL-FLAG       PIC X(01).
000830     05  PPH-RUN-DATE            PIC 9(08).
000830     05  PPH-ORIG-DATE           PIC 9(08).
000830     05  FILLER                  PIC X(09).
000830*
000831 FD  PAY-AGE-RPT-FILE
000832     RECORD CONTAINS 80 CHARACTERS.
000844     05  PDX-BALANCE             PIC 9(09)V99.
000845     05  PDX-DUE-AMOUNT          PIC 9(05)V99.
000846     05  PDX-NEXT-DUE-DATE       PIC 9(08).
000847     05  PDX-HOLD-FLAG           PIC X(01).
000847         88  PDX-PROMISE-HELD    VALUE 'P'.
000847     05  FILLER                  PIC X(16).
000848*
000848*    PROMISE-TO-PAY FILE - SEE LOAN-PROMISE'S PAY-PROM-REC. ONLY
000848*    THE PROMISED DATE AND THE STATUS MATTER HERE.
000848 FD  PAY-PROM-FILE
000848     RECORD CONTAINS 80 CHARACTERS.
000848 01  PAY-PROM-REC.
000848     05  PPR-LOAN-ID             PIC X(10).
000848     05  PPR-PROMISE-DATE        PIC 9(08).
000848     05  FILLER                  PIC X(25).
000848     05  PPR-STATUS              PIC X(01).
000848         88  PPR-OPEN            VALUE 'O'.
000848     05  FILLER                  PIC X(36).
000848*
000848*    FEE HISTORY - ONE KEYED RECORD PER ASSESSED INSTALLMENT.
000848*    THE KEY IS THE LOAN AND THE DUE DATE THAT WAS MISSED, SO A
000848*    LOAN STILL LATE ON THE SAME INSTALLMENT TOMORROW IS NOT
000848*    CHARGED AGAIN.
000848 FD  PAY-FEEH-FILE
000848     RECORD CONTAINS 60 CHARACTERS.
000848 01  PAY-FEEH-REC.
000848     05  PFH-KEY.
000848         10  PFH-LOAN-ID         PIC X(10).
000848         10  PFH-DUE-DATE        PIC 9(08).
000848     05  PFH-FEE-TYPE            PIC X(01).
000848         88  PFH-LATE-CHARGE     VALUE 'L'.
000848     05  PFH-FEE-AMOUNT          PIC 9(05)V99.
000848     05  PFH-DUE-AMOUNT          PIC 9(05)V99.
000848     05  PFH-DAYS-PAST           PIC 9(05).
000848     05  PFH-RUN-DATE            PIC 9(08).
000848     05  FILLER                  PIC X(14).
000848*
000849*    UNAPPLIED-CASH SUSPENSE - ONE KEYED RECORD PER ITEM. THE
000849*    ITEM NUMBER IS THE DATE IT OPENED PLUS A SEQUENCE WITHIN
000849*    THAT DATE; PSU-AMOUNT IS WHAT IS STILL UNAPPLIED. CLOSED
000849*    ITEMS STAY ON FILE AS THE AUDIT TRAIL.
000849 FD  PAY-SUSP-FILE
000849     RECORD CONTAINS 80 CHARACTERS.
000849 01  PAY-SUSP-REC.
000849     05  PSU-ITEM-ID.
000849         10  PSU-OPEN-DATE       PIC 9(08).
000849         10  PSU-ITEM-SEQ        PIC 9(05).
000849     05  PSU-LOAN-ID             PIC X(10).
000849     05  PSU-PAY-DATE            PIC 9(08).
000849     05  PSU-AMOUNT              PIC 9(07)V99.
000849     05  PSU-ORIG-AMOUNT         PIC 9(07)V99.
000849     05  PSU-REASON              PIC X(01).
000849         88  PSU-UNKNOWN-LOAN    VALUE 'U'.
000849         88  PSU-OVERPAYMENT     VALUE 'O'.
000849     05  PSU-STATUS              PIC X(01).
000849         88  PSU-OPEN            VALUE 'O'.
000849         88  PSU-APPLIED         VALUE 'A'.
000849         88  PSU-REFUNDED        VALUE 'F'.
000849         88  PSU-REVERSED        VALUE 'V'.
000849     05  PSU-CLOSE-DATE          PIC 9(08).
000849     05  PSU-MOVED-FROM          PIC X(10).
000849     05  FILLER                  PIC X(11).
000849*
000849*    CHARGE-OFF REGISTER - ONE KEYED RECORD PER CHARGED-OFF LOAN,
000849*    HOLDING WHAT WAS WRITTEN OFF AND WHAT HAS COME BACK SINCE.
000849*    SIMPLE-INTEREST AND AUTOPAY-GEN READ IT TO LEAVE THE LOAN
000849*    ALONE.
000849 FD  PAY-CHGOF-FILE
000849     RECORD CONTAINS 80 CHARACTERS.
000849 01  PAY-CHGOF-REC.
000849     05  PCO-LOAN-ID             PIC X(10).
000849     05  PCO-CHGOFF-DATE         PIC 9(08).
000849     05  PCO-SOURCE              PIC X(01).
000849         88  PCO-AUTOMATIC       VALUE 'A'.
000849         88  PCO-MANUAL          VALUE 'M'.
000849     05  PCO-DAYS-PAST           PIC 9(05).
000849     05  PCO-PRIN-AMT            PIC 9(07)V99.
000849     05  PCO-INT-AMT             PIC 9(07)V99.
000849     05  PCO-FEE-AMT             PIC 9(07)V99.
000849     05  PCO-RECOVERED           PIC 9(09)V99.
000849     05  PCO-LAST-RECOV-DATE     PIC 9(08).
000849     05  FILLER                  PIC X(10).
000849*
000849*    CLOSED-LOAN HISTORY WRITTEN BY LOAN-CLOSE - ONLY THE KEY IS
000849*    USED HERE.
000849 FD  PAY-CLOSD-FILE
000849     RECORD CONTAINS 200 CHARACTERS.
000849 01  PAY-CLOSD-REC.
000849     05  PCD-LOAN-ID             PIC X(10).
000849     05  PCD-CLOSE-DATE          PIC 9(08).
000849     05  FILLER                  PIC X(182).
000849*
000849*    MANUAL CHARGE-OFF LIST - LOANS COLLECTIONS HAS DECIDED TO
000849*    WRITE OFF AHEAD OF THE DAYS-PAST-DUE THRESHOLD.
000849 FD  PAY-COLST-FILE
000849     RECORD CONTAINS 20 CHARACTERS.
000849 01  PAY-COLST-REC.
000849     05  PCL-LOAN-ID             PIC X(10).
000849     05  FILLER                  PIC X(10).
000849*
000849*    SERVICING'S SUSPENSE TRANSACTIONS - APPLY AN ITEM TO ITS
000849*    LOAN (OR TO PSX-TARGET-LOAN WHEN GIVEN), REFUND IT, OR MOVE
000849*    IT TO PSX-TARGET-LOAN WHILE IT STAYS IN SUSPENSE.
000849 FD  PAY-SUSTX-FILE
000849     RECORD CONTAINS 40 CHARACTERS.
000849 01  PAY-SUSTX-REC.
000849     05  PSX-ITEM-ID             PIC X(13).
000849     05  PSX-ACTION              PIC X(01).
000849         88  PSX-APPLY           VALUE 'A'.
000849         88  PSX-REFUND          VALUE 'F'.
000849         88  PSX-MOVE            VALUE 'M'.
000849     05  PSX-TARGET-LOAN         PIC X(10).
000849     05  FILLER                  PIC X(16).
000849*
000849 FD  PAY-SUSRPT-FILE
000849     RECORD CONTAINS 80 CHARACTERS.
000849 01  PAY-SUSRPT-REC              PIC X(80).
000849*
000830 FD  PAY-REJECTS-FILE
000840     RECORD CONTAINS 80 CHARACTERS.
000850     COPY REJCOMM REPLACING ==REJCOMM-RECORD==
000909     COPY RUNSTAT REPLACING ==RUNSTAT-RECORD==
000910         BY ==PAY-JOBSTAT-REC==.
000911*
000912*    GL-LEDGER'S CLOSED-PERIOD CONTROL RECORD.
000912 FD  PAY-GLCLS-FILE
000912     RECORD CONTAINS 40 CHARACTERS.
000912     COPY GLCLOSED REPLACING ==GLCLOSED-RECORD==
000912         BY ==PAY-GLCLS-REC==.
000912*
000920 WORKING-STORAGE SECTION.
000930 77  PAY-WS-IN-STATUS            PIC X(02) VALUE '00'.
000940 77  PAY-WS-HIST-STATUS          PIC X(02) VALUE '00'.
001131 77  PAY-WS-AGE-60               PIC 9(05) COMP VALUE ZERO.
001132 77  PAY-WS-AGE-90               PIC 9(05) COMP VALUE ZERO.
001133 77  PAY-WS-AGE-OVER             PIC 9(05) COMP VALUE ZERO.
001133 77  PAY-WS-AGE-CHGOFF           PIC 9(05) COMP VALUE ZERO.
001134 01  PAY-WS-SER-DATE             PIC 9(08).
001135 01  PAY-WS-SER-DATE-MDY REDEFINES PAY-WS-SER-DATE.
001136     05  PAY-SER-YEAR            PIC 9(04).
001182 77  PAY-WS-ALLOC-SUB            PIC 9(01) COMP VALUE ZERO.
001183 01  PAY-WS-ALLOC-REMAIN         PIC 9(07)V99 VALUE ZERO.
001184 01  PAY-WS-ALLOC-TAKE           PIC 9(07)V99 VALUE ZERO.
001185 01  PAY-WS-ALLOC-INT            PIC 9(07)V99 VALUE ZERO.
001186 01  PAY-WS-ALLOC-FEE            PIC 9(07)V99 VALUE ZERO.
001187 01  PAY-WS-ALLOC-PRIN           PIC 9(07)V99 VALUE ZERO.
001188*
001185*
001186*    REVERSAL WORK FIELDS - THE ORIGINAL PAYMENT'S ALLOCATION IS
001191     88  PAY-WS-PH-EOF           VALUE 'Y'.
001192 77  PAY-WS-ORIG-FOUND-SW        PIC X(01).
001193     88  PAY-WS-ORIG-FOUND       VALUE 'Y'.
001194 01  PAY-WS-ORIG-INT             PIC 9(07)V99 VALUE ZERO.
001195 01  PAY-WS-ORIG-FEE             PIC 9(07)V99 VALUE ZERO.
001196 01  PAY-WS-ORIG-PRIN            PIC 9(07)V99 VALUE ZERO.
001197 77  PAY-WS-REV-TBL-COUNT        PIC 9(03) COMP VALUE ZERO.
001198 01  PAY-WS-REV-TABLE.
001199     05  PAY-RV-ENTRY OCCURS 100 TIMES
001200                      INDEXED BY PAY-RV-IDX.
001201         10  PAY-RV-LOAN-ID      PIC X(10).
001202         10  PAY-RV-PAY-DATE     PIC 9(08).
001203         10  PAY-RV-AMOUNT       PIC 9(07)V99.
001204 01  PAY-WS-REV-HDR.
001205     05  FILLER                  PIC X(19) VALUE
001206         "REVERSALS THIS RUN ".
001211     05  FILLER                  PIC X(11) VALUE "  ORIG PAY ".
001212     05  PRV-PAY-DATE            PIC 9(08).
001213     05  FILLER                  PIC X(11) VALUE "  RESTORED ".
001214     05  PRV-AMOUNT              PIC $Z,ZZZ,ZZ9.99.
001215     05  FILLER                  PIC X(25) VALUE SPACES.
001216*
001216*    CLOSED-PERIOD GUARD - ZERO CLOSED-THRU (NO GLCLOSED FILE)
001216*    MEANS NOTHING HAS BEEN CLOSED. PAY-WS-REV-DATE IS THE DATE
001216*    A REVERSAL GOES ON THE PAYMENT HISTORY UNDER.
001216 77  PAY-WS-GLCLS-STATUS         PIC X(02) VALUE '00'.
001216 77  PAY-WS-CLOSED-THRU          PIC 9(08) VALUE ZERO.
001216 77  PAY-WS-OPEN-FROM            PIC 9(08) VALUE ZERO.
001216 77  PAY-WS-CLOSE-REJ-SW         PIC X(01) VALUE 'N'.
001216     88  PAY-WS-CLOSE-REJECT     VALUE 'Y'.
001216 77  PAY-WS-REV-REJECTED-SW      PIC X(01) VALUE 'N'.
001216     88  PAY-WS-REV-REJECTED     VALUE 'Y'.
001216 77  PAY-WS-REV-DATE             PIC 9(08) VALUE ZERO.
001216 77  PAY-WS-MOVED-COUNT          PIC 9(05) COMP VALUE ZERO.
001216 77  PAY-WS-MV-TBL-COUNT         PIC 9(03) COMP VALUE ZERO.
001216 01  PAY-WS-MOVED-TABLE.
001216     05  PAY-MV-ENTRY OCCURS 100 TIMES
001216                      INDEXED BY PAY-MV-IDX.
001216         10  PAY-MV-LOAN-ID      PIC X(10).
001216         10  PAY-MV-ORIG-DATE    PIC 9(08).
001216         10  PAY-MV-NEW-DATE     PIC 9(08).
001216         10  PAY-MV-AMOUNT       PIC 9(07)V99.
001216 01  PAY-WS-MOVED-HDR.
001216     05  FILLER                  PIC X(46) VALUE
001216         "REVERSALS RE-DATED OUT OF PERIOD CLOSED THRU ".
001216     05  PMV-CLOSED-THRU         PIC 9(08).
001216     05  FILLER                  PIC X(26) VALUE SPACES.
001216 01  PAY-WS-MOVED-LINE.
001216     05  FILLER                  PIC X(02) VALUE SPACES.
001216     05  PMV-LOAN-ID             PIC X(10).
001216     05  FILLER                  PIC X(11) VALUE "  ORIG PAY ".
001216     05  PMV-ORIG-DATE           PIC 9(08).
001216     05  FILLER                  PIC X(11) VALUE "  POSTED   ".
001216     05  PMV-NEW-DATE            PIC 9(08).
001216     05  FILLER                  PIC X(02) VALUE SPACES.
001216     05  PMV-AMOUNT              PIC $Z,ZZZ,ZZ9.99.
001216     05  FILLER                  PIC X(15) VALUE SPACES.
001216 01  PAY-WS-MOVED-OVFL-LINE.
001216     05  FILLER                  PIC X(44) VALUE
001216         "  MORE MOVED THAN LISTED - TOTAL RE-DATED: ".
001216     05  PMO-COUNT               PIC Z(4)9.
001216     05  FILLER                  PIC X(31) VALUE SPACES.
001216*
001216*
001216*    GL BATCH WORK AREAS - CASH DEBIT / LOANS-RECEIVABLE CREDIT
001216 01  PAY-WS-GL-HASH-TOTAL        PIC 9(11)V99 VALUE ZERO.
001216 77  PAY-WS-GL-DR-ACCT           PIC X(10).
001216 77  PAY-WS-GL-CR-ACCT           PIC X(10).
001216 01  PAY-WS-GL-AMOUNT            PIC 9(07)V99 VALUE ZERO.
001216 77  PAY-WS-FEEINC-ACCT          PIC X(10) VALUE '4400FEEINC'.
001216 77  PAY-WS-CHGOFF-ACCT          PIC X(10) VALUE '1290ALLOWN'.
001216 77  PAY-WS-RECOV-ACCT           PIC X(10) VALUE '4450RECOVR'.
001216 01  PAY-WS-GL-HDR.
001216     05  PGH-REC-TYPE            PIC X(01) VALUE 'H'.
001216     05  PGH-SOURCE              PIC X(08) VALUE 'LOANPAY '.
001216     05  PGL-REC-TYPE            PIC X(01) VALUE 'D'.
001216     05  PGL-ACCOUNT-NO          PIC X(10).
001216     05  PGL-DRCR-IND            PIC X(02).
001216     05  PGL-AMOUNT              PIC 9(07)V99.
001216     05  PGL-POST-DATE           PIC 9(08).
001216     05  FILLER                  PIC X(10) VALUE SPACES.
001216 01  PAY-WS-GL-TRL.
001216     05  PGT-REC-TYPE            PIC X(01) VALUE 'T'.
001216     05  PGT-REC-COUNT           PIC 9(07).
001217 01  PAY-WS-ALLOC-LINE.
001190     05  FILLER                  PIC X(02) VALUE SPACES.
001191     05  PAA-LOAN-ID             PIC X(10).
001192     05  FILLER                  PIC X(05) VALUE " PAY ".
001193     05  PAA-AMOUNT              PIC $ZZZZZZ9.99.
001194     05  FILLER                  PIC X(05) VALUE " INT ".
001195     05  PAA-INT                 PIC $ZZZZZZ9.99.
001196     05  FILLER                  PIC X(05) VALUE " FEE ".
001197     05  PAA-FEE                 PIC $ZZZZZZ9.99.
001198     05  FILLER                  PIC X(06) VALUE " PRIN ".
001199     05  PAA-PRIN                PIC $ZZZZZZ9.99.
001200     05  FILLER                  PIC X(03) VALUE SPACES.
001201*
001201*    LATE-CHARGE ASSESSMENT - PAYCTL PARMS LATEGRCE (GRACE DAYS
001201*    PAST THE DUE DATE), LATEPCT (PERCENT OF THE INSTALLMENT)
001201*    AND LATEFLAT (FLAT FEE, USED WHEN LATEPCT IS NOT SET).
001201 77  PAY-WS-FEEH-STATUS          PIC X(02) VALUE '00'.
001201 77  PAY-WS-FEEH-FOUND-SW        PIC X(01) VALUE 'N'.
001201     88  PAY-WS-FEEH-FOUND       VALUE 'Y'.
001201 77  PAY-WS-LATE-GRACE           PIC 9(03) COMP VALUE 15.
001201 01  PAY-WS-LATE-FLAT            PIC 9(05)V99 VALUE ZERO.
001201 01  PAY-WS-LATE-PCT             PIC 9(03)V99 VALUE ZERO.
001201 01  PAY-WS-LATE-FEE             PIC 9(05)V99 VALUE ZERO.
001201 77  PAY-WS-LATE-COUNT           PIC 9(05) COMP VALUE ZERO.
001201 01  PAY-WS-LATE-TOTAL           PIC 9(09)V99 VALUE ZERO.
001201*
001201*    UNAPPLIED-CASH SUSPENSE WORK FIELDS. THE VALUE CLAUSE ON THE
001201*    ACCOUNT IS THE FALLBACK FOR A CHART WITHOUT A SUSPENSE ROLE.
001202 77  PAY-WS-SUSP-STATUS          PIC X(02) VALUE '00'.
001202 77  PAY-WS-SUSTX-STATUS         PIC X(02) VALUE '00'.
001202 77  PAY-WS-SUSP-EOF-SW          PIC X(01) VALUE 'N'.
001202     88  PAY-WS-SUSP-EOF         VALUE 'Y'.
001202 77  PAY-WS-SUSTX-EOF-SW         PIC X(01) VALUE 'N'.
001202     88  PAY-WS-SUSTX-EOF        VALUE 'Y'.
001202 77  PAY-WS-SUSP-FOUND-SW        PIC X(01) VALUE 'N'.
001202     88  PAY-WS-SUSP-FOUND       VALUE 'Y'.
001202 77  PAY-WS-SUSP-ACCT            PIC X(10) VALUE '2150UNAPPL'.
001202 77  PAY-WS-SUSP-SEQ             PIC 9(05) COMP VALUE ZERO.
001202 77  PAY-WS-SUSP-OPENED          PIC 9(05) COMP VALUE ZERO.
001202 77  PAY-WS-SUSP-TXN-COUNT       PIC 9(05) COMP VALUE ZERO.
001202 77  PAY-WS-SUSP-OPEN-COUNT      PIC 9(05) COMP VALUE ZERO.
001202 01  PAY-WS-SUSP-OPEN-TOTAL      PIC 9(09)V99 VALUE ZERO.
001202 01  PAY-WS-SUSP-MATCH-AMT       PIC 9(07)V99 VALUE ZERO.
001202 77  PAY-WS-SUSP-MATCH-REASON    PIC X(01).
001202 01  PAY-WS-SUSP-NEW-AMT         PIC 9(07)V99 VALUE ZERO.
001202 77  PAY-WS-SUSP-NEW-REASON      PIC X(01).
001202 01  PAY-WS-APPLIED-AMT          PIC 9(07)V99 VALUE ZERO.
001202 77  PAY-WS-SUSP-TARGET          PIC X(10).
001202 01  PAY-WS-SUSP-ACT-HDR.
001202     05  FILLER                  PIC X(26) VALUE
001202         "SUSPENSE ACTIVITY THIS RUN".
001202     05  FILLER                  PIC X(54) VALUE SPACES.
001202 01  PAY-WS-SUSP-ACT-LINE.
001202     05  PSV-ITEM-ID             PIC X(13).
001202     05  FILLER                  PIC X(02) VALUE SPACES.
001202     05  PSV-ACTION              PIC X(12).
001202     05  FILLER                  PIC X(02) VALUE SPACES.
001202     05  PSV-LOAN-ID             PIC X(10).
001202     05  FILLER                  PIC X(02) VALUE SPACES.
001202     05  PSV-AMOUNT              PIC $Z,ZZZ,ZZ9.99.
001202     05  FILLER                  PIC X(02) VALUE SPACES.
001202     05  PSV-NOTE                PIC X(24).
001202 01  PAY-WS-SUSP-AGE-HDR.
001202     05  FILLER                  PIC X(15) VALUE "ITEM".
001202     05  FILLER                  PIC X(12) VALUE "LOAN".
001202     05  FILLER                  PIC X(14) VALUE "REASON".
001202     05  FILLER                  PIC X(17) VALUE "PAY DATE".
001202     05  FILLER                  PIC X(06) VALUE "AMOUNT".
001202     05  FILLER                  PIC X(07) VALUE "   DAYS".
001202     05  FILLER                  PIC X(09) VALUE SPACES.
001202 01  PAY-WS-SUSP-AGE-LINE.
001202     05  PSA-ITEM-ID             PIC X(13).
001202     05  FILLER                  PIC X(02) VALUE SPACES.
001202     05  PSA-LOAN-ID             PIC X(10).
001202     05  FILLER                  PIC X(02) VALUE SPACES.
001202     05  PSA-REASON              PIC X(12).
001202     05  FILLER                  PIC X(02) VALUE SPACES.
001202     05  PSA-PAY-DATE            PIC 9(08).
001202     05  FILLER                  PIC X(02) VALUE SPACES.
001202     05  PSA-AMOUNT              PIC $Z,ZZZ,ZZ9.99.
001202     05  FILLER                  PIC X(02) VALUE SPACES.
001202     05  PSA-DAYS                PIC ZZZZ9.
001202     05  FILLER                  PIC X(09) VALUE SPACES.
001202 01  PAY-WS-SUSP-TOT-LINE.
001202     05  FILLER                  PIC X(20) VALUE
001202         "OPEN SUSPENSE ITEMS ".
001202     05  PST-COUNT               PIC ZZZZ9.
001202     05  FILLER                  PIC X(09) VALUE "  TOTAL  ".
001202     05  PST-TOTAL               PIC $ZZZ,ZZZ,ZZ9.99.
001202     05  FILLER                  PIC X(31) VALUE SPACES.
001202*
001202*    CHARGE-OFF AND RECOVERY WORK FIELDS. A ZERO CHGOFDPD PARM
001202*    (THE DEFAULT) MEANS ONLY THE MANUAL LIST IS CHARGED OFF.
001202 77  PAY-WS-CHGOF-STATUS         PIC X(02) VALUE '00'.
001202 77  PAY-WS-COLST-STATUS         PIC X(02) VALUE '00'.
001202 77  PAY-WS-CLOSD-STATUS         PIC X(02) VALUE '00'.
001202 77  PAY-WS-CLOSD-OPEN-SW        PIC X(01) VALUE 'N'.
001202     88  PAY-WS-CLOSD-OPEN       VALUE 'Y'.
001202*
001202*    PROMISE-TO-PAY DUNNING HOLD - PAYCTL PROMGRCE IS THE DAYS
001202*    PAST THE PROMISED DATE A PAYMENT IS STILL WAITED FOR.
001202 77  PAY-WS-PROM-STATUS          PIC X(02) VALUE '00'.
001202 77  PAY-WS-PROM-OPEN-SW         PIC X(01) VALUE 'N'.
001202     88  PAY-WS-PROM-OPEN        VALUE 'Y'.
001202 77  PAY-WS-PROM-HELD-SW         PIC X(01) VALUE 'N'.
001202     88  PAY-WS-PROM-HELD        VALUE 'Y'.
001202 77  PAY-WS-PROM-GRACE           PIC 9(03) COMP VALUE 3.
001202 77  PAY-WS-PROM-DAYS            PIC S9(05) COMP VALUE ZERO.
001202 77  PAY-WS-PROM-HELD-COUNT      PIC 9(05) COMP VALUE ZERO.
001202 77  PAY-WS-COLST-EOF-SW         PIC X(01) VALUE 'N'.
001202     88  PAY-WS-COLST-EOF        VALUE 'Y'.
001202 77  PAY-WS-CHGOF-FOUND-SW       PIC X(01) VALUE 'N'.
001202     88  PAY-WS-CHGOF-FOUND      VALUE 'Y'.
001202 77  PAY-WS-CHGOFF-DAYS          PIC 9(05) COMP VALUE ZERO.
001202 77  PAY-WS-CHGOFF-SOURCE        PIC X(01).
001202 77  PAY-WS-CHGOFF-COUNT         PIC 9(05) COMP VALUE ZERO.
001202 01  PAY-WS-CHGOFF-TOTAL         PIC 9(09)V99 VALUE ZERO.
001202 01  PAY-WS-CHGOFF-AMT           PIC 9(07)V99 VALUE ZERO.
001202 77  PAY-WS-RECOV-COUNT          PIC 9(05) COMP VALUE ZERO.
001202 01  PAY-WS-RECOV-TOTAL          PIC 9(09)V99 VALUE ZERO.
001202 01  PAY-WS-CHGOFF-HDR.
001202     05  FILLER                  PIC X(21) VALUE
001202         "CHARGE-OFFS THIS RUN ".
001202     05  FILLER                  PIC X(59) VALUE SPACES.
001202 01  PAY-WS-CHGOFF-LINE.
001202     05  FILLER                  PIC X(02) VALUE SPACES.
001202     05  PCF-LOAN-ID             PIC X(10).
001202     05  FILLER                  PIC X(02) VALUE SPACES.
001202     05  PCF-SOURCE              PIC X(06).
001202     05  FILLER                  PIC X(02) VALUE SPACES.
001202     05  PCF-DAYS                PIC ZZZZ9.
001202     05  FILLER                  PIC X(07) VALUE " DAYS  ".
001202     05  PCF-PRIN                PIC $Z,ZZZ,ZZ9.99.
001202     05  FILLER                  PIC X(01) VALUE SPACE.
001202     05  PCF-INT                 PIC $Z,ZZZ,ZZ9.99.
001202     05  FILLER                  PIC X(01) VALUE SPACE.
001202     05  PCF-FEE                 PIC $ZZZ,ZZ9.99.
001202     05  FILLER                  PIC X(07) VALUE SPACES.
001202 01  PAY-WS-RECOV-LINE.
001202     05  FILLER                  PIC X(02) VALUE SPACES.
001202     05  PRC-LOAN-ID             PIC X(10).
001202     05  FILLER                  PIC X(02) VALUE SPACES.
001202     05  PRC-DESC                PIC X(20).
001202     05  FILLER                  PIC X(02) VALUE SPACES.
001202     05  PRC-PAY-DATE            PIC 9(08).
001202     05  FILLER                  PIC X(02) VALUE SPACES.
001202     05  PRC-AMOUNT              PIC $Z,ZZZ,ZZ9.99.
001202     05  FILLER                  PIC X(21) VALUE SPACES.
001201 01  PAY-WS-LATE-HDR.
001201     05  FILLER                  PIC X(22) VALUE
001201         "LATE CHARGES THIS RUN ".
001201     05  FILLER                  PIC X(58) VALUE SPACES.
001201 01  PAY-WS-LATE-LINE.
001201     05  FILLER                  PIC X(02) VALUE SPACES.
001201     05  PLC-LOAN-ID             PIC X(10).
001201     05  FILLER                  PIC X(06) VALUE "  DUE ".
001201     05  PLC-DUE-DATE            PIC 9(08).
001201     05  FILLER                  PIC X(02) VALUE SPACES.
001201     05  PLC-DAYS                PIC ZZZZ9.
001201     05  FILLER                  PIC X(12) VALUE " DAYS  FEE  ".
001201     05  PLC-FEE                 PIC $ZZ,ZZ9.99.
001201     05  FILLER                  PIC X(25) VALUE SPACES.
001201*
001120 01  PAY-WS-REJECT-LINE.
001130     05  PRJ-PROGRAM-ID          PIC X(08).
001140     05  PRJ-KEY-ID              PIC X(10).
001370     PERFORM 2000-ROLL-IN-HISTORY THRU 2000-EXIT
001380         UNTIL PAY-WS-HIST-EOF.
001385     PERFORM 1200-APPLY-SCHEDULE THRU 1200-EXIT.
001386     PERFORM 2500-APPLY-SUSP-TXNS THRU 2500-EXIT.
001390     PERFORM 3000-APPLY-PAYMENT THRU 3000-EXIT
001400         UNTIL PAY-WS-IN-EOF.
001405     PERFORM 3800-ASSESS-LATE-CHARGES THRU 3800-EXIT.
001406     PERFORM 3850-CHARGE-OFF-LOANS THRU 3850-EXIT.
001410     PERFORM 4000-REPORT-BALANCES THRU 4000-EXIT.
001420     PERFORM 5000-TERMINATE THRU 5000-EXIT.
001430     STOP RUN.
001706     PERFORM 9300-DATE-TO-SERIAL THRU 9300-EXIT.
001707     MOVE PAY-WS-SERIAL TO PAY-WS-TODAY-SERIAL.
001708     PERFORM 1300-LOAD-ALLOC-ORDER THRU 1300-EXIT.
001708     PERFORM 1700-LOAD-CLOSED-PERIOD THRU 1700-EXIT.
001709     PERFORM 1400-OPEN-PAY-HIST THRU 1400-EXIT.
001710     PERFORM 1500-LOAD-GL-ACCOUNTS THRU 1500-EXIT.
001711     OPEN OUTPUT PAY-GL-FILE.
001712     MOVE RUNSTAMP-DATE TO PGH-POST-DATE.
001713     MOVE RUNSTAMP-DATE TO PGH-RUN-DATE.
001714     WRITE PAY-GL-REC FROM PAY-WS-GL-HDR.
001715     PERFORM 1600-OPEN-SUSPENSE THRU 1600-EXIT.
001716     OPEN I-O PAY-CHGOF-FILE.
001716     IF PAY-WS-CHGOF-STATUS NOT = '00'
001716         OPEN OUTPUT PAY-CHGOF-FILE
001716         CLOSE PAY-CHGOF-FILE
001716         OPEN I-O PAY-CHGOF-FILE
001716     END-IF.
001716     OPEN INPUT PAY-CLOSD-FILE.
001716     IF PAY-WS-CLOSD-STATUS = '00'
001716         MOVE 'Y' TO PAY-WS-CLOSD-OPEN-SW
001716     END-IF.
001716     OPEN INPUT PAY-PROM-FILE.
001716     IF PAY-WS-PROM-STATUS = '00'
001716         MOVE 'Y' TO PAY-WS-PROM-OPEN-SW
001716     END-IF.
001710     OPEN INPUT PAY-IN-FILE.
001720     IF PAY-WS-IN-STATUS = '35'
001730         MOVE 'Y' TO PAY-WS-IN-EOF-SW
001910         WHEN 'ALLOC3  '
001911             MOVE CTL-PARM-VALUE OF PAY-CTL-REC
001912                 TO PAY-WS-ALLOC-CODE (3)
001912         WHEN 'LATEGRCE'
001912             MOVE CTL-PARM-VALUE OF PAY-CTL-REC
001912                 TO PAY-WS-LATE-GRACE
001912         WHEN 'LATEFLAT'
001912             MOVE CTL-PARM-VALUE OF PAY-CTL-REC
001912                 TO PAY-WS-LATE-FLAT
001912         WHEN 'LATEPCT '
001912             MOVE CTL-PARM-VALUE OF PAY-CTL-REC
001912                 TO PAY-WS-LATE-PCT
001912         WHEN 'CHGOFDPD'
001912             MOVE CTL-PARM-VALUE OF PAY-CTL-REC
001912                 TO PAY-WS-CHGOFF-DAYS
001912         WHEN 'PROMGRCE'
001912             MOVE CTL-PARM-VALUE OF PAY-CTL-REC
001912                 TO PAY-WS-PROM-GRACE
001912         WHEN 'CLOSEREJ'
001912             IF CTL-PARM-VALUE OF PAY-CTL-REC > ZERO
001912                 MOVE 'Y' TO PAY-WS-CLOSE-REJ-SW
001912             END-IF
001913     END-EVALUATE.
001914     READ PAY-CTL-FILE
001915         AT END
001918 1310-EXIT.
001919     EXIT.
001920*
001920*===============================================================
001920 1700-LOAD-CLOSED-PERIOD.
001920*===============================================================
001920*    PICKS UP THE LAST PERIOD GL-LEDGER CLOSED. NO FILE, OR NO
001920*    CLOSE YET, LEAVES CLOSED-THRU AT ZERO AND THE GUARD IDLE.
001920     OPEN INPUT PAY-GLCLS-FILE.
001920     IF PAY-WS-GLCLS-STATUS NOT = '00'
001920         GO TO 1700-EXIT
001920     END-IF.
001920     READ PAY-GLCLS-FILE
001920         AT END
001920             GO TO 1700-CLOSE
001920     END-READ.
001920     IF GLC-CLOSED-THRU NUMERIC
001920             AND GLC-OPEN-FROM NUMERIC
001920         MOVE GLC-CLOSED-THRU TO PAY-WS-CLOSED-THRU
001920         MOVE GLC-OPEN-FROM   TO PAY-WS-OPEN-FROM
001920     END-IF.
001920 1700-CLOSE.
001920     CLOSE PAY-GLCLS-FILE.
001920 1700-EXIT.
001920     EXIT.
001920*
001921*===============================================================
001922 1400-OPEN-PAY-HIST.
001923*===============================================================
001956             MOVE COA-ACCOUNT-NO TO PAY-WS-CASH-ACCT
001957         WHEN 'LOANRECV'
001958             MOVE COA-ACCOUNT-NO TO PAY-WS-RECV-ACCT
001958         WHEN 'FEEINCOM'
001958             MOVE COA-ACCOUNT-NO TO PAY-WS-FEEINC-ACCT
001958         WHEN 'CHGOFF  '
001958             MOVE COA-ACCOUNT-NO TO PAY-WS-CHGOFF-ACCT
001958         WHEN 'RECOVERY'
001958             MOVE COA-ACCOUNT-NO TO PAY-WS-RECOV-ACCT
001958         WHEN 'SUSPENSE'
001958             MOVE COA-ACCOUNT-NO TO PAY-WS-SUSP-ACCT
001959     END-EVALUATE.
001960     READ PAY-COA-FILE
001961         AT END
001964 1510-EXIT.
001965     EXIT.
001966*
001966*===============================================================
001966 1600-OPEN-SUSPENSE.
001966*===============================================================
001966*    OPENS THE SUSPENSE FILE (CREATING IT ON THE FIRST RUN) AND
001966*    PICKS UP THE LAST ITEM SEQUENCE ALREADY USED TODAY, SO A
001966*    FORCED RERUN NUMBERS ITS NEW ITEMS AFTER THE FIRST RUN'S.
001966     OPEN I-O PAY-SUSP-FILE.
001966     IF PAY-WS-SUSP-STATUS NOT = '00'
001966         OPEN OUTPUT PAY-SUSP-FILE
001966         CLOSE PAY-SUSP-FILE
001966         OPEN I-O PAY-SUSP-FILE
001966     END-IF.
001966     OPEN OUTPUT PAY-SUSRPT-FILE.
001966     WRITE PAY-SUSRPT-REC FROM RUNSTAMP-HEADER-LINE.
001966     WRITE PAY-SUSRPT-REC FROM PAY-WS-SUSP-ACT-HDR.
001966     MOVE ZERO TO PAY-WS-SUSP-SEQ.
001966     MOVE 'N' TO PAY-WS-SUSP-EOF-SW.
001966     MOVE RUNSTAMP-DATE TO PSU-OPEN-DATE.
001966     MOVE ZERO TO PSU-ITEM-SEQ.
001966     START PAY-SUSP-FILE KEY >= PSU-ITEM-ID
001966         INVALID KEY
001966             MOVE 'Y' TO PAY-WS-SUSP-EOF-SW
001966     END-START.
001966     PERFORM 1610-FIND-LAST-SEQ THRU 1610-EXIT
001966         UNTIL PAY-WS-SUSP-EOF.
001966 1600-EXIT.
001966     EXIT.
001966*
001966*===============================================================
001966 1610-FIND-LAST-SEQ.
001966*===============================================================
001966     READ PAY-SUSP-FILE NEXT
001966         AT END
001966             MOVE 'Y' TO PAY-WS-SUSP-EOF-SW
001966             GO TO 1610-EXIT
001966     END-READ.
001966     IF PSU-OPEN-DATE NOT = RUNSTAMP-DATE
001966         MOVE 'Y' TO PAY-WS-SUSP-EOF-SW
001966         GO TO 1610-EXIT
001966     END-IF.
001966     MOVE PSU-ITEM-SEQ TO PAY-WS-SUSP-SEQ.
001966 1610-EXIT.
001966     EXIT.
001966*
001830*===============================================================
001840 2000-ROLL-IN-HISTORY.
001850*===============================================================
002170*    IS ALWAYS THE SUM OF THE COMPONENTS.
002180     MOVE SHR-INTEREST TO PAY-WS-POSTING-AMT.
002190     PERFORM 2200-READ-BALANCE THRU 2200-EXIT.
002192*    A CHARGED-OFF LOAN'S BALANCE IS WRITTEN OFF - NOTHING MORE
002194*    ROLLS ONTO IT.
002196     IF PAY-WS-BAL-FOUND AND PAY-BM-CHARGED-OFF
002197         MOVE SPACES           TO PAY-WS-REJECT-LINE
002197         MOVE "LOANPAY "       TO PRJ-PROGRAM-ID
002197         MOVE SHR-LOAN-ID      TO PRJ-KEY-ID
002197         MOVE "HISTORY ROW FOR CHARGED-OFF LOAN" TO PRJ-REASON
002197         MOVE RUNSTAMP-DATE    TO PRJ-REJECT-DATE
002197         WRITE PAY-REJECTS-REC FROM PAY-WS-REJECT-LINE
002197         ADD 1 TO PAY-WS-REJECT-COUNT
002198         GO TO 2100-TRACK-DATE
002199     END-IF.
002199*    A LOAN NO LONGER ON THE MASTER MAY HAVE BEEN CLOSED PAID IN
002199*    FULL - A LATE ROW MUST NOT RE-CREATE IT.
002199     IF NOT PAY-WS-BAL-FOUND AND PAY-WS-CLOSD-OPEN
002199         MOVE SHR-LOAN-ID TO PCD-LOAN-ID
002199         READ PAY-CLOSD-FILE
002199             INVALID KEY
002199                 CONTINUE
002199             NOT INVALID KEY
002199                 MOVE SPACES        TO PAY-WS-REJECT-LINE
002199                 MOVE "LOANPAY "    TO PRJ-PROGRAM-ID
002199                 MOVE SHR-LOAN-ID   TO PRJ-KEY-ID
002199                 MOVE "HISTORY ROW FOR CLOSED LOAN"
002199                     TO PRJ-REASON
002199                 MOVE RUNSTAMP-DATE TO PRJ-REJECT-DATE
002199                 WRITE PAY-REJECTS-REC FROM PAY-WS-REJECT-LINE
002199                 ADD 1 TO PAY-WS-REJECT-COUNT
002199                 GO TO 2100-TRACK-DATE
002199         END-READ
002199     END-IF.
002200     IF NOT PAY-WS-BAL-FOUND
002210         MOVE SPACES      TO PAY-BAL-REC
002220         MOVE SHR-LOAN-ID TO PAY-BM-LOAN-ID
002580         WRITE PAY-BAL-REC
002590     END-IF.
002600     ADD 1 TO PAY-WS-HIST-POSTED.
002510 2100-TRACK-DATE.
002512     IF SHR-RUN-DATE > PAY-WS-MAX-ROLLED-DATE
002514         MOVE SHR-RUN-DATE TO PAY-WS-MAX-ROLLED-DATE
002516     END-IF.
002660 2200-EXIT.
002670     EXIT.
002680*
002681*===============================================================
002682 2500-APPLY-SUSP-TXNS.
002683*===============================================================
002684*    SERVICING'S SUSPENSE TRANSACTIONS, AHEAD OF TONIGHT'S
002685*    PAYMENTS. A MISSING FILE MEANS NO SUSPENSE WORK TONIGHT.
002686     OPEN INPUT PAY-SUSTX-FILE.
002687     IF PAY-WS-SUSTX-STATUS = '35'
002688         GO TO 2500-EXIT
002689     END-IF.
002690     READ PAY-SUSTX-FILE
002691         AT END
002692             MOVE 'Y' TO PAY-WS-SUSTX-EOF-SW
002693     END-READ.
002694     PERFORM 2510-APPLY-ONE-SUSP-TXN THRU 2510-EXIT
002695         UNTIL PAY-WS-SUSTX-EOF.
002696     CLOSE PAY-SUSTX-FILE.
002697 2500-EXIT.
002698     EXIT.
002699*
002700*===============================================================
002701 2510-APPLY-ONE-SUSP-TXN.
002702*===============================================================
002703     MOVE SPACES      TO PAY-WS-REJECT-LINE.
002703     MOVE PSX-ITEM-ID TO PSU-ITEM-ID.
002704     MOVE 'N' TO PAY-WS-SUSP-FOUND-SW.
002705     READ PAY-SUSP-FILE
002706         INVALID KEY
002707             CONTINUE
002708         NOT INVALID KEY
002709             MOVE 'Y' TO PAY-WS-SUSP-FOUND-SW
002710     END-READ.
002711     IF NOT PAY-WS-SUSP-FOUND OR NOT PSU-OPEN
002712         MOVE "SUSPENSE ITEM NOT OPEN" TO PRJ-REASON
002713         PERFORM 2590-WRITE-SUSP-REJECT THRU 2590-EXIT
002714         GO TO 2510-READ-NEXT
002715     END-IF.
002716     EVALUATE TRUE
002717         WHEN PSX-APPLY
002718             PERFORM 2520-SUSP-APPLY THRU 2520-EXIT
002719         WHEN PSX-REFUND
002720             PERFORM 2530-SUSP-REFUND THRU 2530-EXIT
002721         WHEN PSX-MOVE
002722             PERFORM 2540-SUSP-MOVE THRU 2540-EXIT
002723         WHEN OTHER
002724             MOVE "INVALID SUSPENSE ACTION" TO PRJ-REASON
002725             PERFORM 2590-WRITE-SUSP-REJECT THRU 2590-EXIT
002726     END-EVALUATE.
002727 2510-READ-NEXT.
002728     READ PAY-SUSTX-FILE
002729         AT END
002730             MOVE 'Y' TO PAY-WS-SUSTX-EOF-SW
002731     END-READ.
002732 2510-EXIT.
002733     EXIT.
002734*
002735*===============================================================
002736 2520-SUSP-APPLY.
002737*===============================================================
002738*    POSTS THE ITEM TO THE LOAN AS A PAYMENT, ALLOCATED LIKE ANY
002739*    OTHER AND RECORDED ON THE PAYMENT HISTORY UNDER THE DATE
002740*    THE MONEY CAME IN. WHATEVER THE LOAN CANNOT TAKE STAYS ON
002741*    THE ITEM, STILL OPEN. THE GL PAIR MOVES THE APPLIED PART
002742*    OUT OF SUSPENSE INTO THE RECEIVABLE.
002743     IF PSX-TARGET-LOAN = SPACES
002744         MOVE PSU-LOAN-ID TO PAY-WS-SUSP-TARGET
002745     ELSE
002746         MOVE PSX-TARGET-LOAN TO PAY-WS-SUSP-TARGET
002747     END-IF.
002748     MOVE 'N' TO PAY-WS-BAL-FOUND-SW.
002749     MOVE PAY-WS-SUSP-TARGET TO PAY-BM-LOAN-ID.
002750     READ PAY-BAL-FILE
002751         INVALID KEY
002752             CONTINUE
002753         NOT INVALID KEY
002754             MOVE 'Y' TO PAY-WS-BAL-FOUND-SW
002755     END-READ.
002756     IF NOT PAY-WS-BAL-FOUND
002757         MOVE "SUSPENSE APPLY TO UNKNOWN LOAN" TO PRJ-REASON
002758         PERFORM 2590-WRITE-SUSP-REJECT THRU 2590-EXIT
002759         GO TO 2520-EXIT
002760     END-IF.
002761     MOVE PSU-AMOUNT TO PAY-WS-ALLOC-REMAIN.
002762     PERFORM 3200-ALLOCATE-PAYMENT THRU 3200-EXIT.
002763     COMPUTE PAY-WS-APPLIED-AMT =
002764         PSU-AMOUNT - PAY-WS-ALLOC-REMAIN.
002765     IF PAY-WS-APPLIED-AMT = ZERO
002766         MOVE "SUSPENSE APPLY - LOAN OWES NOTHING" TO PRJ-REASON
002767         PERFORM 2590-WRITE-SUSP-REJECT THRU 2590-EXIT
002768         GO TO 2520-EXIT
002769     END-IF.
002770     IF PSU-PAY-DATE > PAY-BM-LAST-PAY-DATE
002771         MOVE PSU-PAY-DATE TO PAY-BM-LAST-PAY-DATE
002772     END-IF.
002773     REWRITE PAY-BAL-REC.
002774     MOVE SPACES             TO PAY-PHIST-REC.
002775     MOVE PAY-WS-SUSP-TARGET TO PPH-LOAN-ID.
002776     MOVE PSU-PAY-DATE       TO PPH-PAY-DATE.
002777     MOVE PAY-WS-APPLIED-AMT TO PPH-AMOUNT.
002778     MOVE PAY-WS-ALLOC-INT   TO PPH-ALLOC-INT.
002779     MOVE PAY-WS-ALLOC-FEE   TO PPH-ALLOC-FEE.
002780     MOVE PAY-WS-ALLOC-PRIN  TO PPH-ALLOC-PRIN.
002781     MOVE SPACE              TO PPH-REVERSAL-FLAG.
002782     MOVE RUNSTAMP-DATE      TO PPH-RUN-DATE.
002783     WRITE PAY-PHIST-REC.
002784     MOVE PAY-WS-SUSP-ACCT   TO PAY-WS-GL-DR-ACCT.
002785     MOVE PAY-WS-RECV-ACCT   TO PAY-WS-GL-CR-ACCT.
002786     MOVE PAY-WS-APPLIED-AMT TO PAY-WS-GL-AMOUNT.
002787     PERFORM 3700-WRITE-GL-PAIR THRU 3700-EXIT.
002788     MOVE PAY-WS-SUSP-TARGET TO PSU-LOAN-ID.
002789     MOVE PAY-WS-ALLOC-REMAIN TO PSU-AMOUNT.
002790     IF PSU-AMOUNT = ZERO
002791         SET PSU-APPLIED TO TRUE
002792         MOVE RUNSTAMP-DATE TO PSU-CLOSE-DATE
002793     END-IF.
002794     REWRITE PAY-SUSP-REC.
002795     MOVE "APPLIED"          TO PSV-ACTION.
002796     MOVE PAY-WS-APPLIED-AMT TO PSV-AMOUNT.
002797     IF PSU-OPEN
002798         MOVE "REMAINDER STILL OPEN" TO PSV-NOTE
002799     ELSE
002800         MOVE SPACES TO PSV-NOTE
002801     END-IF.
002802     PERFORM 3900-WRITE-SUSP-ACTIVITY THRU 3900-EXIT.
002803     ADD 1 TO PAY-WS-SUSP-TXN-COUNT.
002804 2520-EXIT.
002805     EXIT.
002806*
002807*===============================================================
002808 2530-SUSP-REFUND.
002809*===============================================================
002810*    THE MONEY GOES BACK TO THE PAYER - SUSPENSE DEBIT, CASH
002811*    CREDIT.
002812     MOVE PAY-WS-SUSP-ACCT TO PAY-WS-GL-DR-ACCT.
002813     MOVE PAY-WS-CASH-ACCT TO PAY-WS-GL-CR-ACCT.
002814     MOVE PSU-AMOUNT       TO PAY-WS-GL-AMOUNT.
002815     PERFORM 3700-WRITE-GL-PAIR THRU 3700-EXIT.
002816     SET PSU-REFUNDED TO TRUE.
002817     MOVE RUNSTAMP-DATE TO PSU-CLOSE-DATE.
002818     REWRITE PAY-SUSP-REC.
002819     MOVE "REFUNDED"  TO PSV-ACTION.
002820     MOVE PSU-AMOUNT  TO PSV-AMOUNT.
002821     MOVE SPACES      TO PSV-NOTE.
002822     PERFORM 3900-WRITE-SUSP-ACTIVITY THRU 3900-EXIT.
002823     ADD 1 TO PAY-WS-SUSP-TXN-COUNT.
002824 2530-EXIT.
002825     EXIT.
002826*
002827*===============================================================
002828 2540-SUSP-MOVE.
002829*===============================================================
002830*    RE-POINTS THE ITEM AT THE RIGHT LOAN ID. THE MONEY STAYS IN
002831*    SUSPENSE, SO NOTHING POSTS TO THE GL.
002832     IF PSX-TARGET-LOAN = SPACES
002833         MOVE "SUSPENSE MOVE WITH NO TARGET LOAN" TO PRJ-REASON
002834         PERFORM 2590-WRITE-SUSP-REJECT THRU 2590-EXIT
002835         GO TO 2540-EXIT
002836     END-IF.
002837     MOVE PSU-LOAN-ID     TO PSU-MOVED-FROM.
002838     MOVE PSX-TARGET-LOAN TO PSU-LOAN-ID.
002839     REWRITE PAY-SUSP-REC.
002840     MOVE "MOVED"         TO PSV-ACTION.
002841     MOVE PSU-AMOUNT      TO PSV-AMOUNT.
002842     MOVE SPACES          TO PSV-NOTE.
002843     STRING "FROM " PSU-MOVED-FROM
002844         DELIMITED BY SIZE INTO PSV-NOTE.
002845     PERFORM 3900-WRITE-SUSP-ACTIVITY THRU 3900-EXIT.
002846     ADD 1 TO PAY-WS-SUSP-TXN-COUNT.
002847 2540-EXIT.
002848     EXIT.
002849*
002850*===============================================================
002851 2590-WRITE-SUSP-REJECT.
002852*===============================================================
002853*    PRJ-REASON IS SET BY THE CALLER. THE REJECT KEY IS THE
002854*    ITEM'S LOAN WHEN THE ITEM WAS FOUND, OTHERWISE THE TARGET.
002855     MOVE "LOANPAY "       TO PRJ-PROGRAM-ID.
002856     IF PAY-WS-SUSP-FOUND
002857         MOVE PSU-LOAN-ID      TO PRJ-KEY-ID
002858     ELSE
002859         MOVE PSX-TARGET-LOAN  TO PRJ-KEY-ID
002860     END-IF.
002861     MOVE RUNSTAMP-DATE    TO PRJ-REJECT-DATE.
002862     WRITE PAY-REJECTS-REC FROM PAY-WS-REJECT-LINE.
002863     ADD 1 TO PAY-WS-REJECT-COUNT.
002864     DISPLAY "LOAN-PAYMENT: SUSPENSE TXN REJECTED - ITEM "
002865         PSX-ITEM-ID " " PRJ-REASON.
002866 2590-EXIT.
002867     EXIT.
002868*
002690*===============================================================
002700 3000-APPLY-PAYMENT.
002710*===============================================================
002770         NOT INVALID KEY
002780             MOVE 'Y' TO PAY-WS-BAL-FOUND-SW
002790     END-READ.
002800*    CASH FOR A LOAN ID NOT ON THE MASTER IS BANKED TO SUSPENSE
002800*    RATHER THAN REJECTED; A REVERSAL OF SUCH A PAYMENT TAKES
002800*    THE ITEM BACK OUT OF SUSPENSE.
002800     IF NOT PAY-WS-BAL-FOUND
002801         IF PAY-IN-REVERSAL
002802             MOVE 'U'           TO PAY-WS-SUSP-MATCH-REASON
002803             MOVE PAY-IN-AMOUNT TO PAY-WS-SUSP-MATCH-AMT
002804             PERFORM 3650-REVERSE-SUSPENSE THRU 3650-EXIT
002805         ELSE
002806             MOVE 'U'           TO PAY-WS-SUSP-NEW-REASON
002807             MOVE PAY-IN-AMOUNT TO PAY-WS-SUSP-NEW-AMT
002808             PERFORM 3300-POST-TO-SUSPENSE THRU 3300-EXIT
002809         END-IF
002820         GO TO 3000-READ-NEXT
002830     END-IF.
002832     IF PAY-BM-CHARGED-OFF
002833         PERFORM 3550-POST-RECOVERY THRU 3550-EXIT
002833         GO TO 3000-READ-NEXT
002833     END-IF.
002834     IF PAY-IN-REVERSAL
002835         PERFORM 3600-APPLY-REVERSAL THRU 3600-EXIT
002836         GO TO 3000-READ-NEXT
002837     END-IF.
002838     MOVE PAY-IN-AMOUNT TO PAY-WS-ALLOC-REMAIN.
002840     PERFORM 3200-ALLOCATE-PAYMENT THRU 3200-EXIT.
002842     COMPUTE PAY-WS-APPLIED-AMT =
002844         PAY-IN-AMOUNT - PAY-WS-ALLOC-REMAIN.
002890     MOVE PAY-IN-PAY-DATE TO PAY-BM-LAST-PAY-DATE.
002900     REWRITE PAY-BAL-REC.
002902     PERFORM 3400-REPORT-ALLOCATION THRU 3400-EXIT.
002904     PERFORM 3500-WRITE-PAY-HIST THRU 3500-EXIT.
002905     IF PAY-WS-APPLIED-AMT > ZERO
002906         MOVE PAY-WS-CASH-ACCT   TO PAY-WS-GL-DR-ACCT
002907         MOVE PAY-WS-RECV-ACCT   TO PAY-WS-GL-CR-ACCT
002907         MOVE PAY-WS-APPLIED-AMT TO PAY-WS-GL-AMOUNT
002908         PERFORM 3700-WRITE-GL-PAIR THRU 3700-EXIT
002909     END-IF.
002909*    AN OVERPAYMENT'S REMAINDER WAITS IN SUSPENSE FOR SERVICING
002909*    TO APPLY OR REFUND IT.
002909     IF PAY-WS-ALLOC-REMAIN > ZERO
002909         MOVE 'O'                 TO PAY-WS-SUSP-NEW-REASON
002909         MOVE PAY-WS-ALLOC-REMAIN TO PAY-WS-SUSP-NEW-AMT
002909         PERFORM 3300-POST-TO-SUSPENSE THRU 3300-EXIT
002909     END-IF.
002910     ADD 1 TO PAY-WS-PAYMENT-COUNT.
002920 3000-READ-NEXT.
002930     READ PAY-IN-FILE
002970 3000-EXIT.
002980     EXIT.
002990*
003121*===============================================================
003122 3200-ALLOCATE-PAYMENT.
003123*===============================================================
003124*    SPREADS PAY-WS-ALLOC-REMAIN (SET BY THE CALLER) ACROSS THE
003125*    BALANCE COMPONENTS IN THE CONFIGURED ORDER. WHATEVER IS
003126*    LEFT IN PAY-WS-ALLOC-REMAIN AFTER ALL THREE ARE PAID DOWN
003127*    IS AN OVERPAYMENT FOR THE CALLER TO SEND TO SUSPENSE - THE
003127*    MASTER NEVER GOES NEGATIVE, AS BEFORE.
003129     MOVE ZERO TO PAY-WS-ALLOC-INT.
003130     MOVE ZERO TO PAY-WS-ALLOC-FEE.
003131     MOVE ZERO TO PAY-WS-ALLOC-PRIN.
003172 3210-EXIT.
003173     EXIT.
003174*
003174*===============================================================
003174 3300-POST-TO-SUSPENSE.
003174*===============================================================
003174*    OPENS A SUSPENSE ITEM FOR PAY-WS-SUSP-NEW-AMT UNDER TODAY'S
003174*    DATE AND THE NEXT SEQUENCE, REASON PAY-WS-SUSP-NEW-REASON,
003174*    AND BANKS THE CASH TO THE SUSPENSE ACCOUNT.
003174     ADD 1 TO PAY-WS-SUSP-SEQ.
003174     MOVE SPACES              TO PAY-SUSP-REC.
003174     MOVE RUNSTAMP-DATE       TO PSU-OPEN-DATE.
003174     MOVE PAY-WS-SUSP-SEQ     TO PSU-ITEM-SEQ.
003174     MOVE PAY-IN-LOAN-ID      TO PSU-LOAN-ID.
003174     MOVE PAY-IN-PAY-DATE     TO PSU-PAY-DATE.
003174     MOVE PAY-WS-SUSP-NEW-AMT TO PSU-AMOUNT.
003174     MOVE PAY-WS-SUSP-NEW-AMT TO PSU-ORIG-AMOUNT.
003174     MOVE PAY-WS-SUSP-NEW-REASON TO PSU-REASON.
003174     SET PSU-OPEN             TO TRUE.
003174     MOVE ZERO                TO PSU-CLOSE-DATE.
003174     WRITE PAY-SUSP-REC
003174         INVALID KEY
003174             DISPLAY "LOAN-PAYMENT: SUSPENSE WRITE FAILED "
003174                 "FOR " PSU-ITEM-ID
003174             GO TO 3300-EXIT
003174     END-WRITE.
003174     MOVE PAY-WS-CASH-ACCT    TO PAY-WS-GL-DR-ACCT.
003174     MOVE PAY-WS-SUSP-ACCT    TO PAY-WS-GL-CR-ACCT.
003174     MOVE PAY-WS-SUSP-NEW-AMT TO PAY-WS-GL-AMOUNT.
003174     PERFORM 3700-WRITE-GL-PAIR THRU 3700-EXIT.
003174     ADD 1 TO PAY-WS-SUSP-OPENED.
003174     MOVE "OPENED"            TO PSV-ACTION.
003174     MOVE PAY-WS-SUSP-NEW-AMT TO PSV-AMOUNT.
003174     IF PSU-UNKNOWN-LOAN
003174         MOVE "UNKNOWN LOAN"  TO PSV-NOTE
003174     ELSE
003174         MOVE "OVERPAYMENT"   TO PSV-NOTE
003174     END-IF.
003174     PERFORM 3900-WRITE-SUSP-ACTIVITY THRU 3900-EXIT.
003174 3300-EXIT.
003174     EXIT.
003174*
003175*===============================================================
003176 3400-REPORT-ALLOCATION.
003177*===============================================================
003200 3500-EXIT.
003201     EXIT.
003202*
003202*===============================================================
003202 3550-POST-RECOVERY.
003202*===============================================================
003202*    A PAYMENT ON A CHARGED-OFF LOAN. THE BALANCE WAS WRITTEN
003202*    OFF, SO NOTHING IS ALLOCATED - THE CASH IS A RECOVERY
003202*    (CASH DEBIT, RECOVERY CREDIT) ADDED TO THE LOAN'S TOTAL ON
003202*    THE CHARGE-OFF REGISTER. THE PAYMENT HISTORY CARRIES IT
003202*    WITH ZERO ALLOCATIONS. A REVERSAL OF A RECOVERY RUNS THE
003202*    PAIR THE OTHER WAY AND TAKES IT BACK OFF THE REGISTER.
003202     MOVE 'N' TO PAY-WS-CHGOF-FOUND-SW.
003202     MOVE PAY-IN-LOAN-ID TO PCO-LOAN-ID.
003202     READ PAY-CHGOF-FILE
003202         INVALID KEY
003202             CONTINUE
003202         NOT INVALID KEY
003202             MOVE 'Y' TO PAY-WS-CHGOF-FOUND-SW
003202     END-READ.
003202     IF PAY-IN-REVERSAL
003202         PERFORM 3610-FIND-ORIG-ALLOC THRU 3610-EXIT
003202         IF NOT PAY-WS-ORIG-FOUND
003202             MOVE SPACES           TO PAY-WS-REJECT-LINE
003202             MOVE "LOANPAY "       TO PRJ-PROGRAM-ID
003202             MOVE PAY-IN-LOAN-ID   TO PRJ-KEY-ID
003202             MOVE "NO MATCHING PAYMENT FOR REVERSAL"
003202                 TO PRJ-REASON
003202             MOVE RUNSTAMP-DATE    TO PRJ-REJECT-DATE
003202             WRITE PAY-REJECTS-REC FROM PAY-WS-REJECT-LINE
003202             ADD 1 TO PAY-WS-REJECT-COUNT
003202             GO TO 3550-EXIT
003202         END-IF
003202         PERFORM 3560-CHECK-CLOSED-PERIOD THRU 3560-EXIT
003202         IF PAY-WS-REV-REJECTED
003202             GO TO 3550-EXIT
003202         END-IF
003202     END-IF.
003202     MOVE SPACES            TO PAY-PHIST-REC.
003202     MOVE PAY-IN-LOAN-ID    TO PPH-LOAN-ID.
003202     MOVE PAY-IN-PAY-DATE   TO PPH-PAY-DATE.
003202     MOVE PAY-IN-AMOUNT     TO PPH-AMOUNT.
003202     MOVE ZERO              TO PPH-ALLOC-INT.
003202     MOVE ZERO              TO PPH-ALLOC-FEE.
003202     MOVE ZERO              TO PPH-ALLOC-PRIN.
003202     MOVE RUNSTAMP-DATE     TO PPH-RUN-DATE.
003202     MOVE PAY-IN-AMOUNT     TO PAY-WS-GL-AMOUNT.
003202     MOVE PAY-IN-LOAN-ID    TO PRC-LOAN-ID.
003202     MOVE PAY-IN-PAY-DATE   TO PRC-PAY-DATE.
003202     MOVE PAY-IN-AMOUNT     TO PRC-AMOUNT.
003202     IF PAY-IN-REVERSAL
003202         MOVE 'R'               TO PPH-REVERSAL-FLAG
003202         MOVE PAY-WS-REV-DATE   TO PPH-PAY-DATE
003202         MOVE PAY-IN-PAY-DATE   TO PPH-ORIG-DATE
003202         MOVE PAY-WS-RECOV-ACCT TO PAY-WS-GL-DR-ACCT
003202         MOVE PAY-WS-CASH-ACCT  TO PAY-WS-GL-CR-ACCT
003202         MOVE "RECOVERY REVERSED"  TO PRC-DESC
003202*        A PAYMENT APPLIED BEFORE THE CHARGE-OFF AND REVERSED
003202*        AFTER IT ADDS TO THE LOSS, NOT TAKES BACK A RECOVERY.
003202         IF PAY-WS-ORIG-INT + PAY-WS-ORIG-FEE
003202                 + PAY-WS-ORIG-PRIN > ZERO
003202             MOVE PAY-WS-CHGOFF-ACCT TO PAY-WS-GL-DR-ACCT
003202             MOVE "PRE-CHGOFF REVERSAL" TO PRC-DESC
003202             MOVE 'N' TO PAY-WS-CHGOF-FOUND-SW
003202         END-IF
003202         IF PAY-WS-CHGOF-FOUND
003202             IF PAY-IN-AMOUNT > PCO-RECOVERED
003202                 MOVE ZERO TO PCO-RECOVERED
003202             ELSE
003202                 SUBTRACT PAY-IN-AMOUNT FROM PCO-RECOVERED
003202             END-IF
003202         END-IF
003202         ADD 1 TO PAY-WS-REVERSAL-COUNT
003202         IF PAY-WS-REV-TBL-COUNT < 100
003202             ADD 1 TO PAY-WS-REV-TBL-COUNT
003202             SET PAY-RV-IDX TO PAY-WS-REV-TBL-COUNT
003202             MOVE PAY-IN-LOAN-ID  TO PAY-RV-LOAN-ID (PAY-RV-IDX)
003202             MOVE PAY-IN-PAY-DATE TO PAY-RV-PAY-DATE (PAY-RV-IDX)
003202             MOVE PAY-IN-AMOUNT   TO PAY-RV-AMOUNT (PAY-RV-IDX)
003202         END-IF
003202     ELSE
003202         MOVE 'C'               TO PPH-REVERSAL-FLAG
003202         MOVE PAY-WS-CASH-ACCT  TO PAY-WS-GL-DR-ACCT
003202         MOVE PAY-WS-RECOV-ACCT TO PAY-WS-GL-CR-ACCT
003202         MOVE "RECOVERY"           TO PRC-DESC
003202         MOVE PAY-IN-PAY-DATE   TO PAY-BM-LAST-PAY-DATE
003202         REWRITE PAY-BAL-REC
003202         IF PAY-WS-CHGOF-FOUND
003202             ADD PAY-IN-AMOUNT   TO PCO-RECOVERED
003202             MOVE PAY-IN-PAY-DATE TO PCO-LAST-RECOV-DATE
003202         END-IF
003202         ADD 1 TO PAY-WS-RECOV-COUNT
003202         ADD PAY-IN-AMOUNT TO PAY-WS-RECOV-TOTAL
003202     END-IF.
003202     WRITE PAY-PHIST-REC.
003202     PERFORM 3700-WRITE-GL-PAIR THRU 3700-EXIT.
003202     IF PAY-WS-CHGOF-FOUND
003202         REWRITE PAY-CHGOF-REC
003202     END-IF.
003202     WRITE PAY-RPT-REC FROM PAY-WS-RECOV-LINE.
003202 3550-EXIT.
003202     EXIT.
003202*
003202*===============================================================
003202 3560-CHECK-CLOSED-PERIOD.
003202*===============================================================
003202*    A REVERSAL IS DATED BY THE PAYMENT IT REVERSES. ONE DATED
003202*    ON OR BEFORE THE CLOSED-THRU DATE GOES ON THE HISTORY AT
003202*    THE FIRST OPEN DATE INSTEAD AND IS LISTED FOR PAYRPT - OR,
003202*    UNDER CLOSEREJ, IS REJECTED BEFORE ANYTHING IS UPDATED.
003202     MOVE 'N' TO PAY-WS-REV-REJECTED-SW.
003202     MOVE PAY-IN-PAY-DATE TO PAY-WS-REV-DATE.
003202     IF PAY-IN-PAY-DATE > PAY-WS-CLOSED-THRU
003202         GO TO 3560-EXIT
003202     END-IF.
003202     IF PAY-WS-CLOSE-REJECT
003202         MOVE 'Y' TO PAY-WS-REV-REJECTED-SW
003202         MOVE SPACES           TO PAY-WS-REJECT-LINE
003202         MOVE "LOANPAY "       TO PRJ-PROGRAM-ID
003202         MOVE PAY-IN-LOAN-ID   TO PRJ-KEY-ID
003202         MOVE "REVERSAL DATED IN CLOSED GL PERIOD"
003202             TO PRJ-REASON
003202         MOVE RUNSTAMP-DATE    TO PRJ-REJECT-DATE
003202         WRITE PAY-REJECTS-REC FROM PAY-WS-REJECT-LINE
003202         ADD 1 TO PAY-WS-REJECT-COUNT
003202         GO TO 3560-EXIT
003202     END-IF.
003202     MOVE PAY-WS-OPEN-FROM TO PAY-WS-REV-DATE.
003202     ADD 1 TO PAY-WS-MOVED-COUNT.
003202     IF PAY-WS-MV-TBL-COUNT < 100
003202         ADD 1 TO PAY-WS-MV-TBL-COUNT
003202         SET PAY-MV-IDX TO PAY-WS-MV-TBL-COUNT
003202         MOVE PAY-IN-LOAN-ID  TO PAY-MV-LOAN-ID (PAY-MV-IDX)
003202         MOVE PAY-IN-PAY-DATE TO PAY-MV-ORIG-DATE (PAY-MV-IDX)
003202         MOVE PAY-WS-REV-DATE TO PAY-MV-NEW-DATE (PAY-MV-IDX)
003202         MOVE PAY-IN-AMOUNT   TO PAY-MV-AMOUNT (PAY-MV-IDX)
003202     END-IF.
003202 3560-EXIT.
003202     EXIT.
003202*
003203*===============================================================
003204 3700-WRITE-GL-PAIR.
003205*===============================================================
003206*    ONE BALANCED DOUBLE-ENTRY PAIR FOR PAY-WS-GL-AMOUNT -
003207*    AMOUNT, DEBIT AND CREDIT ACCOUNTS ALL SET BY THE CALLER.
003208     MOVE PAY-WS-GL-DR-ACCT TO PGL-ACCOUNT-NO.
003209     MOVE 'DR'              TO PGL-DRCR-IND.
003210     MOVE PAY-WS-GL-AMOUNT  TO PGL-AMOUNT.
003211     MOVE RUNSTAMP-DATE     TO PGL-POST-DATE.
003212     WRITE PAY-GL-REC FROM PAY-WS-GL-LINE.
003213     ADD 1 TO PAY-WS-GL-REC-COUNT.
003214     ADD PAY-WS-GL-AMOUNT TO PAY-WS-GL-HASH-TOTAL.
003215     MOVE PAY-WS-GL-CR-ACCT TO PGL-ACCOUNT-NO.
003216     MOVE 'CR'              TO PGL-DRCR-IND.
003217     WRITE PAY-GL-REC FROM PAY-WS-GL-LINE.
003218     ADD 1 TO PAY-WS-GL-REC-COUNT.
003219     ADD PAY-WS-GL-AMOUNT TO PAY-WS-GL-HASH-TOTAL.
003220 3700-EXIT.
003221     EXIT.
003222*
003218         ADD 1 TO PAY-WS-REJECT-COUNT
003219         GO TO 3600-EXIT
003220     END-IF.
003220     PERFORM 3560-CHECK-CLOSED-PERIOD THRU 3560-EXIT.
003220     IF PAY-WS-REV-REJECTED
003220         GO TO 3600-EXIT
003220     END-IF.
003221     ADD PAY-WS-ORIG-INT  TO PAY-BM-INT-BAL.
003222     ADD PAY-WS-ORIG-FEE  TO PAY-BM-FEE-BAL.
003223     ADD PAY-WS-ORIG-PRIN TO PAY-BM-PRIN-BAL.
003226     REWRITE PAY-BAL-REC.
003227     MOVE SPACES            TO PAY-PHIST-REC.
003228     MOVE PAY-IN-LOAN-ID    TO PPH-LOAN-ID.
003229     MOVE PAY-WS-REV-DATE   TO PPH-PAY-DATE.
003230     MOVE PAY-IN-AMOUNT     TO PPH-AMOUNT.
003231     MOVE PAY-WS-ORIG-INT   TO PPH-ALLOC-INT.
003232     MOVE PAY-WS-ORIG-FEE   TO PPH-ALLOC-FEE.
003233     MOVE PAY-WS-ORIG-PRIN  TO PPH-ALLOC-PRIN.
003234     MOVE 'R'               TO PPH-REVERSAL-FLAG.
003235     MOVE RUNSTAMP-DATE     TO PPH-RUN-DATE.
003235     MOVE PAY-IN-PAY-DATE   TO PPH-ORIG-DATE.
003236     WRITE PAY-PHIST-REC.
003237*    THE REVERSAL'S GL PAIR RUNS THE OPPOSITE WAY - THE CASH
003238*    WENT BACK OUT THE DOOR.
003238*    ONLY THE PART THAT WAS APPLIED CAME OUT OF THE RECEIVABLE;
003238*    ANY OVERPAYMENT PART COMES BACK OUT OF SUSPENSE.
003238     COMPUTE PAY-WS-APPLIED-AMT =
003238         PAY-WS-ORIG-INT + PAY-WS-ORIG-FEE + PAY-WS-ORIG-PRIN.
003238     IF PAY-WS-APPLIED-AMT > ZERO
003239         MOVE PAY-WS-RECV-ACCT   TO PAY-WS-GL-DR-ACCT
003240         MOVE PAY-WS-CASH-ACCT   TO PAY-WS-GL-CR-ACCT
003240         MOVE PAY-WS-APPLIED-AMT TO PAY-WS-GL-AMOUNT
003241         PERFORM 3700-WRITE-GL-PAIR THRU 3700-EXIT
003241     END-IF.
003241     IF PAY-IN-AMOUNT > PAY-WS-APPLIED-AMT
003241         MOVE 'O' TO PAY-WS-SUSP-MATCH-REASON
003241         COMPUTE PAY-WS-SUSP-MATCH-AMT =
003241             PAY-IN-AMOUNT - PAY-WS-APPLIED-AMT
003241         PERFORM 3650-REVERSE-SUSPENSE THRU 3650-EXIT
003241     END-IF.
003242     ADD 1 TO PAY-WS-REVERSAL-COUNT.
003238     IF PAY-WS-REV-TBL-COUNT < 100
003239         ADD 1 TO PAY-WS-REV-TBL-COUNT
003297 3620-EXIT.
003298     EXIT.
003299*
003299*===============================================================
003299 3650-REVERSE-SUSPENSE.
003299*===============================================================
003299*    A REVERSED PAYMENT WHOSE MONEY (OR PART OF IT) WENT TO
003299*    SUSPENSE. THE OPEN ITEM FOR THE SAME LOAN, PAY DATE,
003299*    REASON AND AMOUNT IS CLOSED AS REVERSED AND THE CASH TAKEN
003299*    BACK OUT OF THE SUSPENSE ACCOUNT. AN ITEM ALREADY APPLIED
003299*    OR REFUNDED CANNOT BE UNWOUND HERE AND IS REJECTED FOR
003299*    SERVICING TO WORK BY HAND.
003299     MOVE 'N' TO PAY-WS-SUSP-FOUND-SW.
003299     MOVE 'N' TO PAY-WS-SUSP-EOF-SW.
003299     MOVE LOW-VALUES TO PSU-ITEM-ID.
003299     START PAY-SUSP-FILE KEY >= PSU-ITEM-ID
003299         INVALID KEY
003299             MOVE 'Y' TO PAY-WS-SUSP-EOF-SW
003299     END-START.
003299     PERFORM 3660-SCAN-SUSP-REC THRU 3660-EXIT
003299         UNTIL PAY-WS-SUSP-EOF OR PAY-WS-SUSP-FOUND.
003299     IF NOT PAY-WS-SUSP-FOUND
003299         MOVE SPACES           TO PAY-WS-REJECT-LINE
003299         MOVE "LOANPAY "       TO PRJ-PROGRAM-ID
003299         MOVE PAY-IN-LOAN-ID   TO PRJ-KEY-ID
003299         MOVE "REVERSED ITEM NOT OPEN ON SUSPENSE" TO PRJ-REASON
003299         MOVE RUNSTAMP-DATE    TO PRJ-REJECT-DATE
003299         WRITE PAY-REJECTS-REC FROM PAY-WS-REJECT-LINE
003299         ADD 1 TO PAY-WS-REJECT-COUNT
003299         GO TO 3650-EXIT
003299     END-IF.
003299     SET PSU-REVERSED TO TRUE.
003299     MOVE RUNSTAMP-DATE TO PSU-CLOSE-DATE.
003299     REWRITE PAY-SUSP-REC.
003299     MOVE PAY-WS-SUSP-ACCT      TO PAY-WS-GL-DR-ACCT.
003299     MOVE PAY-WS-CASH-ACCT      TO PAY-WS-GL-CR-ACCT.
003299     MOVE PAY-WS-SUSP-MATCH-AMT TO PAY-WS-GL-AMOUNT.
003299     PERFORM 3700-WRITE-GL-PAIR THRU 3700-EXIT.
003299     MOVE "REVERSED"            TO PSV-ACTION.
003299     MOVE PSU-AMOUNT            TO PSV-AMOUNT.
003299     MOVE "PAYMENT REVERSED"    TO PSV-NOTE.
003299     PERFORM 3900-WRITE-SUSP-ACTIVITY THRU 3900-EXIT.
003299 3650-EXIT.
003299     EXIT.
003299*
003299*===============================================================
003299 3660-SCAN-SUSP-REC.
003299*===============================================================
003299     READ PAY-SUSP-FILE NEXT
003299         AT END
003299             MOVE 'Y' TO PAY-WS-SUSP-EOF-SW
003299             GO TO 3660-EXIT
003299     END-READ.
003299     IF PSU-OPEN
003299             AND PSU-LOAN-ID = PAY-IN-LOAN-ID
003299             AND PSU-PAY-DATE = PAY-IN-PAY-DATE
003299             AND PSU-REASON = PAY-WS-SUSP-MATCH-REASON
003299             AND PSU-AMOUNT = PAY-WS-SUSP-MATCH-AMT
003299         MOVE 'Y' TO PAY-WS-SUSP-FOUND-SW
003299     END-IF.
003299 3660-EXIT.
003299     EXIT.
003299*
003300*===============================================================
003301 3800-ASSESS-LATE-CHARGES.
003302*===============================================================
003303*    WALKS THE MASTER AFTER TONIGHT'S PAYMENTS HAVE POSTED AND
003304*    CHARGES EVERY LOAN STILL PAST ITS DUE DATE BY MORE THAN
003305*    THE GRACE DAYS. A SITE WITH NEITHER FEE PARM ON PAYCTL
003306*    ASSESSES NOTHING, AS BEFORE.
003307     IF PAY-WS-LATE-PCT = ZERO AND PAY-WS-LATE-FLAT = ZERO
003308         DISPLAY "LOAN-PAYMENT: NO LATEPCT/LATEFLAT PARM - "
003309             "LATE CHARGES NOT ASSESSED"
003310         GO TO 3800-EXIT
003311     END-IF.
003312     OPEN I-O PAY-FEEH-FILE.
003313     IF PAY-WS-FEEH-STATUS NOT = '00'
003314         OPEN OUTPUT PAY-FEEH-FILE
003315         CLOSE PAY-FEEH-FILE
003316         OPEN I-O PAY-FEEH-FILE
003317     END-IF.
003318     MOVE 'N' TO PAY-WS-BAL-EOF-SW.
003319     MOVE LOW-VALUES TO PAY-BM-LOAN-ID.
003320     START PAY-BAL-FILE KEY >= PAY-BM-LOAN-ID
003321         INVALID KEY
003322             MOVE 'Y' TO PAY-WS-BAL-EOF-SW
003323     END-START.
003324     PERFORM 3810-ASSESS-ONE-LOAN THRU 3810-EXIT
003325         UNTIL PAY-WS-BAL-EOF.
003326     CLOSE PAY-FEEH-FILE.
003327     MOVE 'N' TO PAY-WS-BAL-EOF-SW.
003328 3800-EXIT.
003329     EXIT.
003330*
003331*===============================================================
003332 3810-ASSESS-ONE-LOAN.
003333*===============================================================
003334     READ PAY-BAL-FILE NEXT
003335         AT END
003336             MOVE 'Y' TO PAY-WS-BAL-EOF-SW
003337             GO TO 3810-EXIT
003338     END-READ.
003339     IF PAY-BM-LOAN-ID = PAY-WS-CONTROL-KEY
003340             OR PAY-BM-CHARGED-OFF
003340             OR PAY-BM-BALANCE = ZERO
003341             OR PAY-BM-NEXT-DUE-DATE = ZERO
003342             OR PAY-BM-NEXT-DUE-DATE >= RUNSTAMP-DATE
003343         GO TO 3810-EXIT
003344     END-IF.
003345     MOVE PAY-BM-NEXT-DUE-DATE TO PAY-WS-SER-DATE.
003346     PERFORM 9300-DATE-TO-SERIAL THRU 9300-EXIT.
003347     COMPUTE PAY-WS-DAYS-PAST =
003348         PAY-WS-TODAY-SERIAL - PAY-WS-SERIAL.
003349     IF PAY-WS-DAYS-PAST NOT > PAY-WS-LATE-GRACE
003350         GO TO 3810-EXIT
003351     END-IF.
003352*    ALREADY CHARGED FOR THIS INSTALLMENT ON AN EARLIER NIGHT.
003353     MOVE PAY-BM-LOAN-ID       TO PFH-LOAN-ID.
003354     MOVE PAY-BM-NEXT-DUE-DATE TO PFH-DUE-DATE.
003355     MOVE 'N' TO PAY-WS-FEEH-FOUND-SW.
003356     READ PAY-FEEH-FILE
003357         INVALID KEY
003358             CONTINUE
003359         NOT INVALID KEY
003360             MOVE 'Y' TO PAY-WS-FEEH-FOUND-SW
003361     END-READ.
003362     IF PAY-WS-FEEH-FOUND
003363         GO TO 3810-EXIT
003364     END-IF.
003365     IF PAY-WS-LATE-PCT > ZERO
003366         COMPUTE PAY-WS-LATE-FEE ROUNDED =
003367             PAY-BM-DUE-AMOUNT * PAY-WS-LATE-PCT / 100
003368     ELSE
003369         MOVE PAY-WS-LATE-FLAT TO PAY-WS-LATE-FEE
003370     END-IF.
003371     IF PAY-WS-LATE-FEE = ZERO
003372         GO TO 3810-EXIT
003373     END-IF.
003374     ADD PAY-WS-LATE-FEE TO PAY-BM-FEE-BAL.
003375     COMPUTE PAY-BM-BALANCE =
003376         PAY-BM-PRIN-BAL + PAY-BM-INT-BAL + PAY-BM-FEE-BAL.
003377     REWRITE PAY-BAL-REC.
003378     MOVE SPACES               TO PAY-FEEH-REC.
003379     MOVE PAY-BM-LOAN-ID       TO PFH-LOAN-ID.
003380     MOVE PAY-BM-NEXT-DUE-DATE TO PFH-DUE-DATE.
003381     SET PFH-LATE-CHARGE       TO TRUE.
003382     MOVE PAY-WS-LATE-FEE      TO PFH-FEE-AMOUNT.
003383     MOVE PAY-BM-DUE-AMOUNT    TO PFH-DUE-AMOUNT.
003384     MOVE PAY-WS-DAYS-PAST     TO PFH-DAYS-PAST.
003385     MOVE RUNSTAMP-DATE        TO PFH-RUN-DATE.
003386     WRITE PAY-FEEH-REC
003387         INVALID KEY
003388             DISPLAY "LOAN-PAYMENT: FEE HISTORY WRITE FAILED "
003389                 "FOR " PFH-LOAN-ID
003390     END-WRITE.
003391*    THE FEE IS NOW OWED - DEBIT THE RECEIVABLE, CREDIT FEE
003392*    INCOME.
003393     MOVE PAY-WS-RECV-ACCT   TO PAY-WS-GL-DR-ACCT.
003394     MOVE PAY-WS-FEEINC-ACCT TO PAY-WS-GL-CR-ACCT.
003395     MOVE PAY-WS-LATE-FEE    TO PAY-WS-GL-AMOUNT.
003396     PERFORM 3700-WRITE-GL-PAIR THRU 3700-EXIT.
003397     IF PAY-WS-LATE-COUNT = ZERO
003398         WRITE PAY-RPT-REC FROM PAY-WS-LATE-HDR
003399     END-IF.
003400     MOVE PAY-BM-LOAN-ID       TO PLC-LOAN-ID.
003401     MOVE PAY-BM-NEXT-DUE-DATE TO PLC-DUE-DATE.
003402     MOVE PAY-WS-DAYS-PAST     TO PLC-DAYS.
003403     MOVE PAY-WS-LATE-FEE      TO PLC-FEE.
003404     WRITE PAY-RPT-REC FROM PAY-WS-LATE-LINE.
003405     ADD 1 TO PAY-WS-LATE-COUNT.
003406     ADD PAY-WS-LATE-FEE TO PAY-WS-LATE-TOTAL.
003407 3810-EXIT.
003408     EXIT.
003409*
003409*===============================================================
003409 3850-CHARGE-OFF-LOANS.
003409*===============================================================
003409*    THE MANUAL LIST FIRST, THEN A WALK OF THE MASTER FOR EVERY
003409*    LOAN PAST DUE BY AT LEAST THE CHGOFDPD DAYS. RUNS AFTER
003409*    THE LATE-CHARGE PASS, SO TONIGHT'S FEE IS WRITTEN OFF WITH
003409*    THE REST OF THE BALANCE.
003409     OPEN INPUT PAY-COLST-FILE.
003409     IF PAY-WS-COLST-STATUS NOT = '35'
003409         READ PAY-COLST-FILE
003409             AT END
003409                 MOVE 'Y' TO PAY-WS-COLST-EOF-SW
003409         END-READ
003409         PERFORM 3855-CHARGE-OFF-LISTED THRU 3855-EXIT
003409             UNTIL PAY-WS-COLST-EOF
003409         CLOSE PAY-COLST-FILE
003409     END-IF.
003409     IF PAY-WS-CHGOFF-DAYS = ZERO
003409         GO TO 3850-EXIT
003409     END-IF.
003409     MOVE 'N' TO PAY-WS-BAL-EOF-SW.
003409     MOVE LOW-VALUES TO PAY-BM-LOAN-ID.
003409     START PAY-BAL-FILE KEY >= PAY-BM-LOAN-ID
003409         INVALID KEY
003409             MOVE 'Y' TO PAY-WS-BAL-EOF-SW
003409     END-START.
003409     PERFORM 3860-CHECK-CHARGE-OFF THRU 3860-EXIT
003409         UNTIL PAY-WS-BAL-EOF.
003409     MOVE 'N' TO PAY-WS-BAL-EOF-SW.
003409 3850-EXIT.
003409     EXIT.
003409*
003409*===============================================================
003409 3855-CHARGE-OFF-LISTED.
003409*===============================================================
003409     MOVE 'N' TO PAY-WS-BAL-FOUND-SW.
003409     MOVE PCL-LOAN-ID TO PAY-BM-LOAN-ID.
003409     READ PAY-BAL-FILE
003409         INVALID KEY
003409             CONTINUE
003409         NOT INVALID KEY
003409             MOVE 'Y' TO PAY-WS-BAL-FOUND-SW
003409     END-READ.
003409     MOVE SPACES           TO PAY-WS-REJECT-LINE.
003409     IF NOT PAY-WS-BAL-FOUND
003409             OR PCL-LOAN-ID = PAY-WS-CONTROL-KEY
003409         MOVE "CHARGE-OFF FOR UNKNOWN LOAN" TO PRJ-REASON
003409     END-IF.
003409     IF PAY-WS-BAL-FOUND AND PAY-BM-CHARGED-OFF
003409         MOVE "LOAN ALREADY CHARGED OFF" TO PRJ-REASON
003409     END-IF.
003409     IF PRJ-REASON NOT = SPACES
003409         MOVE "LOANPAY "       TO PRJ-PROGRAM-ID
003409         MOVE PCL-LOAN-ID      TO PRJ-KEY-ID
003409         MOVE RUNSTAMP-DATE    TO PRJ-REJECT-DATE
003409         WRITE PAY-REJECTS-REC FROM PAY-WS-REJECT-LINE
003409         ADD 1 TO PAY-WS-REJECT-COUNT
003409         GO TO 3855-READ-NEXT
003409     END-IF.
003409     MOVE ZERO TO PAY-WS-DAYS-PAST.
003409     IF PAY-BM-NEXT-DUE-DATE > ZERO
003409             AND PAY-BM-NEXT-DUE-DATE < RUNSTAMP-DATE
003409         MOVE PAY-BM-NEXT-DUE-DATE TO PAY-WS-SER-DATE
003409         PERFORM 9300-DATE-TO-SERIAL THRU 9300-EXIT
003409         COMPUTE PAY-WS-DAYS-PAST =
003409             PAY-WS-TODAY-SERIAL - PAY-WS-SERIAL
003409     END-IF.
003409     MOVE 'M' TO PAY-WS-CHGOFF-SOURCE.
003409     PERFORM 3870-WRITE-OFF-LOAN THRU 3870-EXIT.
003409 3855-READ-NEXT.
003409     READ PAY-COLST-FILE
003409         AT END
003409             MOVE 'Y' TO PAY-WS-COLST-EOF-SW
003409     END-READ.
003409 3855-EXIT.
003409     EXIT.
003409*
003409*===============================================================
003409 3860-CHECK-CHARGE-OFF.
003409*===============================================================
003409     READ PAY-BAL-FILE NEXT
003409         AT END
003409             MOVE 'Y' TO PAY-WS-BAL-EOF-SW
003409             GO TO 3860-EXIT
003409     END-READ.
003409     IF PAY-BM-LOAN-ID = PAY-WS-CONTROL-KEY
003409             OR PAY-BM-CHARGED-OFF
003409             OR PAY-BM-BALANCE = ZERO
003409             OR PAY-BM-NEXT-DUE-DATE = ZERO
003409             OR PAY-BM-NEXT-DUE-DATE >= RUNSTAMP-DATE
003409         GO TO 3860-EXIT
003409     END-IF.
003409     MOVE PAY-BM-NEXT-DUE-DATE TO PAY-WS-SER-DATE.
003409     PERFORM 9300-DATE-TO-SERIAL THRU 9300-EXIT.
003409     COMPUTE PAY-WS-DAYS-PAST =
003409         PAY-WS-TODAY-SERIAL - PAY-WS-SERIAL.
003409     IF PAY-WS-DAYS-PAST < PAY-WS-CHGOFF-DAYS
003409         GO TO 3860-EXIT
003409     END-IF.
003409     MOVE 'A' TO PAY-WS-CHGOFF-SOURCE.
003409     PERFORM 3870-WRITE-OFF-LOAN THRU 3870-EXIT.
003409 3860-EXIT.
003409     EXIT.
003409*
003409*===============================================================
003409 3870-WRITE-OFF-LOAN.
003409*===============================================================
003409*    WRITES OFF EVERY COMPONENT OF THE LOAN IN PAY-BAL-REC,
003409*    RECORDS IT ON THE REGISTER AND FLAGS THE MASTER. THE
003409*    WHOLE BALANCE COMES OUT OF THE RECEIVABLE AGAINST THE
003409*    ALLOWANCE IN ONE PAIR.
003409     MOVE SPACES               TO PAY-CHGOF-REC.
003409     MOVE PAY-BM-LOAN-ID       TO PCO-LOAN-ID.
003409     MOVE RUNSTAMP-DATE        TO PCO-CHGOFF-DATE.
003409     MOVE PAY-WS-CHGOFF-SOURCE TO PCO-SOURCE.
003409     MOVE PAY-WS-DAYS-PAST     TO PCO-DAYS-PAST.
003409     MOVE PAY-BM-PRIN-BAL      TO PCO-PRIN-AMT.
003409     MOVE PAY-BM-INT-BAL       TO PCO-INT-AMT.
003409     MOVE PAY-BM-FEE-BAL       TO PCO-FEE-AMT.
003409     MOVE ZERO                 TO PCO-RECOVERED.
003409     MOVE ZERO                 TO PCO-LAST-RECOV-DATE.
003409     WRITE PAY-CHGOF-REC
003409         INVALID KEY
003409             DISPLAY "LOAN-PAYMENT: CHARGE-OFF REGISTER WRITE "
003409                 "FAILED FOR " PCO-LOAN-ID
003409             GO TO 3870-EXIT
003409     END-WRITE.
003409     MOVE PAY-BM-BALANCE TO PAY-WS-CHGOFF-AMT.
003409     MOVE ZERO TO PAY-BM-PRIN-BAL.
003409     MOVE ZERO TO PAY-BM-INT-BAL.
003409     MOVE ZERO TO PAY-BM-FEE-BAL.
003409     MOVE ZERO TO PAY-BM-BALANCE.
003409     SET PAY-BM-CHARGED-OFF TO TRUE.
003409     REWRITE PAY-BAL-REC.
003409     IF PAY-WS-CHGOFF-AMT > ZERO
003409         MOVE PAY-WS-CHGOFF-ACCT TO PAY-WS-GL-DR-ACCT
003409         MOVE PAY-WS-RECV-ACCT   TO PAY-WS-GL-CR-ACCT
003409         MOVE PAY-WS-CHGOFF-AMT  TO PAY-WS-GL-AMOUNT
003409         PERFORM 3700-WRITE-GL-PAIR THRU 3700-EXIT
003409     END-IF.
003409     IF PAY-WS-CHGOFF-COUNT = ZERO
003409         WRITE PAY-RPT-REC FROM PAY-WS-CHGOFF-HDR
003409     END-IF.
003409     MOVE PCO-LOAN-ID          TO PCF-LOAN-ID.
003409     IF PCO-MANUAL
003409         MOVE "MANUAL" TO PCF-SOURCE
003409     ELSE
003409         MOVE "DPD"    TO PCF-SOURCE
003409     END-IF.
003409     MOVE PCO-DAYS-PAST        TO PCF-DAYS.
003409     MOVE PCO-PRIN-AMT         TO PCF-PRIN.
003409     MOVE PCO-INT-AMT          TO PCF-INT.
003409     MOVE PCO-FEE-AMT          TO PCF-FEE.
003409     WRITE PAY-RPT-REC FROM PAY-WS-CHGOFF-LINE.
003409     ADD 1 TO PAY-WS-CHGOFF-COUNT.
003409     ADD PAY-WS-CHGOFF-AMT TO PAY-WS-CHGOFF-TOTAL.
003409 3870-EXIT.
003409     EXIT.
003409*
003409*===============================================================
003409 3900-WRITE-SUSP-ACTIVITY.
003409*===============================================================
003409*    ONE LINE ON PAYSUSRP FOR THE CURRENT SUSPENSE RECORD.
003409*    ACTION, AMOUNT AND NOTE ARE SET BY THE CALLER.
003409     MOVE PSU-ITEM-ID TO PSV-ITEM-ID.
003409     MOVE PSU-LOAN-ID TO PSV-LOAN-ID.
003409     WRITE PAY-SUSRPT-REC FROM PAY-WS-SUSP-ACT-LINE.
003409 3900-EXIT.
003409     EXIT.
003409*
003130*===============================================================
003140 4000-REPORT-BALANCES.
003150*===============================================================
003250         UNTIL PAY-WS-BAL-EOF.
003252     PERFORM 4300-WRITE-AGE-SUMMARY THRU 4300-EXIT.
003254     PERFORM 4500-REPORT-REVERSALS THRU 4500-EXIT.
003255     PERFORM 4550-REPORT-MOVED THRU 4550-EXIT.
003256     PERFORM 4600-REPORT-SUSPENSE THRU 4600-EXIT.
003260 4000-EXIT.
003270     EXIT.
003280*
003434*    BUCKETS THE LOAN AGAINST ITS DUE SCHEDULE. A PAID-OFF LOAN,
003435*    ONE WITH NO SCHEDULE ON FILE YET, OR ONE NOT YET DUE IS
003436*    CURRENT; A DELINQUENT LOAN GOES ON THE AGING REPORT AND
003437*    INTO THE DUNNING EXTRACT WITH ITS BUCKET CODE. A CHARGED-
003437*    OFF LOAN IS COUNTED ON ITS OWN AND NEVER DUNNED. A LOAN
003437*    UNDER AN OPEN PROMISE TO PAY STAYS ON THE EXTRACT, FLAGGED
003437*    HELD SO NO LETTER IS CUT.
003437     IF PAY-BM-CHARGED-OFF
003437         ADD 1 TO PAY-WS-AGE-CHGOFF
003437         GO TO 4200-EXIT
003437     END-IF.
003438     IF PAY-BM-BALANCE = ZERO
003439             OR PAY-BM-NEXT-DUE-DATE = ZERO
003440             OR PAY-BM-NEXT-DUE-DATE >= RUNSTAMP-DATE
003479     MOVE PAY-BM-BALANCE       TO PDX-BALANCE.
003480     MOVE PAY-BM-DUE-AMOUNT    TO PDX-DUE-AMOUNT.
003481     MOVE PAY-BM-NEXT-DUE-DATE TO PDX-NEXT-DUE-DATE.
003481     PERFORM 4250-CHECK-PROMISE THRU 4250-EXIT.
003481     IF PAY-WS-PROM-HELD
003481         MOVE 'P' TO PDX-HOLD-FLAG
003481         ADD 1 TO PAY-WS-PROM-HELD-COUNT
003481     END-IF.
003482     WRITE PAY-DUN-REC.
003483     ADD 1 TO PAY-WS-DUN-COUNT.
003484 4200-EXIT.
003485     EXIT.
003486*
003486*===============================================================
003486 4250-CHECK-PROMISE.
003486*===============================================================
003486*    AN OPEN PROMISE HOLDS DUNNING UNTIL PROMGRCE DAYS AFTER THE
003486*    PROMISED DATE. ONCE LOAN-PROMISE HAS MARKED IT KEPT OR
003486*    BROKEN, OR THE GRACE HAS RUN OUT, THE LOAN IS DUNNED.
003486     MOVE 'N' TO PAY-WS-PROM-HELD-SW.
003486     IF NOT PAY-WS-PROM-OPEN
003486         GO TO 4250-EXIT
003486     END-IF.
003486     MOVE PAY-BM-LOAN-ID TO PPR-LOAN-ID.
003486     READ PAY-PROM-FILE
003486         INVALID KEY
003486             GO TO 4250-EXIT
003486     END-READ.
003486     IF NOT PPR-OPEN OR PPR-PROMISE-DATE NOT NUMERIC
003486         GO TO 4250-EXIT
003486     END-IF.
003486     MOVE PPR-PROMISE-DATE TO PAY-WS-SER-DATE.
003486     PERFORM 9300-DATE-TO-SERIAL THRU 9300-EXIT.
003486     COMPUTE PAY-WS-PROM-DAYS =
003486         PAY-WS-TODAY-SERIAL - PAY-WS-SERIAL.
003486     IF PAY-WS-PROM-DAYS <= PAY-WS-PROM-GRACE
003486         MOVE 'Y' TO PAY-WS-PROM-HELD-SW
003486     END-IF.
003486 4250-EXIT.
003486     EXIT.
003486*
003487*===============================================================
003488 4300-WRITE-AGE-SUMMARY.
003489*===============================================================
003503     MOVE "LOANS OVER 90 DAYS:   " TO PAS-LABEL.
003504     MOVE PAY-WS-AGE-OVER TO PAS-COUNT.
003505     WRITE PAY-AGE-RPT-REC FROM PAY-WS-AGE-SUM-LINE.
003505     MOVE "LOANS CHARGED OFF:    " TO PAS-LABEL.
003505     MOVE PAY-WS-AGE-CHGOFF TO PAS-COUNT.
003505     WRITE PAY-AGE-RPT-REC FROM PAY-WS-AGE-SUM-LINE.
003505     MOVE "DUNNING HELD-PROMISE: " TO PAS-LABEL.
003505     MOVE PAY-WS-PROM-HELD-COUNT TO PAS-COUNT.
003505     WRITE PAY-AGE-RPT-REC FROM PAY-WS-AGE-SUM-LINE.
003506 4300-EXIT.
003507     EXIT.
003508*
003531 4510-EXIT.
003532     EXIT.
003533*
003533*===============================================================
003533 4550-REPORT-MOVED.
003533*===============================================================
003533*    EVERY REVERSAL MOVED OUT OF A CLOSED PERIOD, WITH THE
003533*    PAYMENT DATE IT REVERSES AND THE DATE IT POSTED UNDER.
003533     IF PAY-WS-MOVED-COUNT = ZERO
003533         GO TO 4550-EXIT
003533     END-IF.
003533     MOVE PAY-WS-CLOSED-THRU TO PMV-CLOSED-THRU.
003533     WRITE PAY-RPT-REC FROM PAY-WS-MOVED-HDR.
003533     PERFORM 4560-LIST-ONE-MOVED THRU 4560-EXIT
003533         VARYING PAY-MV-IDX FROM 1 BY 1
003533         UNTIL PAY-MV-IDX > PAY-WS-MV-TBL-COUNT.
003533     IF PAY-WS-MOVED-COUNT > PAY-WS-MV-TBL-COUNT
003533         MOVE PAY-WS-MOVED-COUNT TO PMO-COUNT
003533         WRITE PAY-RPT-REC FROM PAY-WS-MOVED-OVFL-LINE
003533     END-IF.
003533 4550-EXIT.
003533     EXIT.
003533*
003533*===============================================================
003533 4560-LIST-ONE-MOVED.
003533*===============================================================
003533     MOVE PAY-MV-LOAN-ID (PAY-MV-IDX)   TO PMV-LOAN-ID.
003533     MOVE PAY-MV-ORIG-DATE (PAY-MV-IDX) TO PMV-ORIG-DATE.
003533     MOVE PAY-MV-NEW-DATE (PAY-MV-IDX)  TO PMV-NEW-DATE.
003533     MOVE PAY-MV-AMOUNT (PAY-MV-IDX)    TO PMV-AMOUNT.
003533     WRITE PAY-RPT-REC FROM PAY-WS-MOVED-LINE.
003533 4560-EXIT.
003533     EXIT.
003533*
003533*===============================================================
003533 4600-REPORT-SUSPENSE.
003533*===============================================================
003533*    AGES EVERY ITEM STILL OPEN ON SUSPENSE AFTER THE RUN, IN
003533*    ITEM (OPEN-DATE) ORDER, WITH THE COUNT AND TOTAL THAT
003533*    SHOULD AGREE WITH THE SUSPENSE ACCOUNT ON THE GL.
003533     WRITE PAY-SUSRPT-REC FROM PAY-WS-SUSP-AGE-HDR.
003533     MOVE ZERO TO PAY-WS-SUSP-OPEN-COUNT.
003533     MOVE ZERO TO PAY-WS-SUSP-OPEN-TOTAL.
003533     MOVE 'N' TO PAY-WS-SUSP-EOF-SW.
003533     MOVE LOW-VALUES TO PSU-ITEM-ID.
003533     START PAY-SUSP-FILE KEY >= PSU-ITEM-ID
003533         INVALID KEY
003533             MOVE 'Y' TO PAY-WS-SUSP-EOF-SW
003533     END-START.
003533     PERFORM 4610-AGE-ONE-SUSP-ITEM THRU 4610-EXIT
003533         UNTIL PAY-WS-SUSP-EOF.
003533     MOVE PAY-WS-SUSP-OPEN-COUNT TO PST-COUNT.
003533     MOVE PAY-WS-SUSP-OPEN-TOTAL TO PST-TOTAL.
003533     WRITE PAY-SUSRPT-REC FROM PAY-WS-SUSP-TOT-LINE.
003533 4600-EXIT.
003533     EXIT.
003533*
003533*===============================================================
003533 4610-AGE-ONE-SUSP-ITEM.
003533*===============================================================
003533     READ PAY-SUSP-FILE NEXT
003533         AT END
003533             MOVE 'Y' TO PAY-WS-SUSP-EOF-SW
003533             GO TO 4610-EXIT
003533     END-READ.
003533     IF NOT PSU-OPEN
003533         GO TO 4610-EXIT
003533     END-IF.
003533     MOVE PSU-OPEN-DATE TO PAY-WS-SER-DATE.
003533     PERFORM 9300-DATE-TO-SERIAL THRU 9300-EXIT.
003533     COMPUTE PAY-WS-DAYS-PAST =
003533         PAY-WS-TODAY-SERIAL - PAY-WS-SERIAL.
003533     MOVE PSU-ITEM-ID   TO PSA-ITEM-ID.
003533     MOVE PSU-LOAN-ID   TO PSA-LOAN-ID.
003533     IF PSU-UNKNOWN-LOAN
003533         MOVE "UNKNOWN LOAN" TO PSA-REASON
003533     ELSE
003533         MOVE "OVERPAYMENT"  TO PSA-REASON
003533     END-IF.
003533     MOVE PSU-PAY-DATE  TO PSA-PAY-DATE.
003533     MOVE PSU-AMOUNT    TO PSA-AMOUNT.
003533     MOVE PAY-WS-DAYS-PAST TO PSA-DAYS.
003533     WRITE PAY-SUSRPT-REC FROM PAY-WS-SUSP-AGE-LINE.
003533     ADD 1 TO PAY-WS-SUSP-OPEN-COUNT.
003533     ADD PSU-AMOUNT TO PAY-WS-SUSP-OPEN-TOTAL.
003533 4610-EXIT.
003533     EXIT.
003533*
003440*===============================================================
003450 5000-TERMINATE.
003460*===============================================================
003552     CLOSE PAY-AGE-RPT-FILE.
003554     CLOSE PAY-DUN-FILE.
003556     CLOSE PAY-PHIST-FILE.
003556     CLOSE PAY-SUSP-FILE.
003556     CLOSE PAY-CHGOF-FILE.
003556     IF PAY-WS-CLOSD-OPEN
003556         CLOSE PAY-CLOSD-FILE
003556     END-IF.
003556     IF PAY-WS-PROM-OPEN
003556         CLOSE PAY-PROM-FILE
003556     END-IF.
003556     CLOSE PAY-SUSRPT-FILE.
003557     MOVE PAY-WS-GL-REC-COUNT  TO PGT-REC-COUNT.
003558     MOVE PAY-WS-GL-HASH-TOTAL TO PGT-HASH-TOTAL.
003559     WRITE PAY-GL-REC FROM PAY-WS-GL-TRL.
003612         PAY-WS-SCHED-COUNT.
003613     DISPLAY "LOAN-PAYMENT: DUNNING EXTRACTS:    "
003614         PAY-WS-DUN-COUNT.
003614     DISPLAY "LOAN-PAYMENT: DUNNING HELD-PROMISE:"
003614         PAY-WS-PROM-HELD-COUNT.
003615     DISPLAY "LOAN-PAYMENT: REVERSALS APPLIED:   "
003616         PAY-WS-REVERSAL-COUNT.
003616     DISPLAY "LOAN-PAYMENT: REVERSALS RE-DATED:  "
003616         PAY-WS-MOVED-COUNT.
003617     DISPLAY "LOAN-PAYMENT: LATE CHARGES:        "
003618         PAY-WS-LATE-COUNT " TOTAL " PAY-WS-LATE-TOTAL.
003619     DISPLAY "LOAN-PAYMENT: LOANS CHARGED OFF:   "
003619         PAY-WS-CHGOFF-COUNT " TOTAL " PAY-WS-CHGOFF-TOTAL.
003619     DISPLAY "LOAN-PAYMENT: RECOVERIES POSTED:   "
003619         PAY-WS-RECOV-COUNT " TOTAL " PAY-WS-RECOV-TOTAL.
003619     DISPLAY "LOAN-PAYMENT: SUSPENSE ITEMS OPENED:"
003619         PAY-WS-SUSP-OPENED.
003619     DISPLAY "LOAN-PAYMENT: SUSPENSE TXNS APPLIED:"
003619         PAY-WS-SUSP-TXN-COUNT.
003619     DISPLAY "LOAN-PAYMENT: SUSPENSE STILL OPEN:  "
003619         PAY-WS-SUSP-OPEN-COUNT " TOTAL " PAY-WS-SUSP-OPEN-TOTAL.
003615     PERFORM 9000-WRITE-JOBSTAT THRU 9000-EXIT.
003620 5000-EXIT.
003630     EXIT.
