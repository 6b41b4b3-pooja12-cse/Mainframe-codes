000263*                    HISTORY ROW'S INTEREST FIELD WOULD HAVE
000264*                    TRUNCATED IT WHILE THE GL CARRIED THE FULL
000265*                    AMOUNT.
000266*   10/15/2026 RK    LOAN MONEY FIELDS WIDENED SO COMMERCIAL LOANS
000267*                    BOOK INSIDE THE SYSTEM. SIM-IN-PRINCIPAL,
000268*                    SHR-PRINCIPAL AND SHR-INTEREST ARE NOW
000269*                    9(07)V99 (SIM-LOAN-FILE AND SIM-HIST-FILE
000270*                    GROW TO 60 BYTES), THE GL LINE AMOUNT TAKES
000271*                    TWO BYTES OF ITS FILLER TO MATCH, THE
000272*                    PRINCIPAL RANGE CHECK RISES TO 9,999,999.99
000273*                    AND SRL-INTEREST PRINTS WITH COMMAS. THE
000274*                    OVERFLOW GUARD NOW SITS AT THE NEW 9999999.99
000275*                    CEILING AND THE ADJUSTMENT SIZE REJECT IS
000276*                    GONE - THE HISTORY ROW NO LONGER TRUNCATES.
000277*                    EXISTING FILES ARE RE-LAID-OUT ONCE BY
000278*                    LOAN-CONVERT.
000278*   10/15/2026 RK    A LOAN LOAN-PAYMENT HAS CHARGED OFF (ON THE
000278*                    KEYED SIM-CHGOF-FILE REGISTER) ACCRUES NO
000278*                    MORE INTEREST - IT IS REJECTED TO THE
000278*                    EXCEPTION FILE INSTEAD OF POSTED TO THE GL
000278*                    AND HISTORY.
000278*   10/15/2026 RK    A LOAN LOAN-CLOSE HAS CLOSED PAID IN FULL
000278*                    (ON THE KEYED SIM-CLOSD-FILE CLOSED-LOAN
000278*                    HISTORY) IS REJECTED THE SAME WAY - A
000278*                    STRAY ACCRUAL MUST NOT REOPEN IT.
000278*   10/15/2026 RK    SIM-CLOSD-FILE RECORD NOW 200 BYTES - SEE
000278*                    LOAN-CLOSE.
000278*   10/15/2026 RK    CLOSED-PERIOD GUARD. SIM-ADJ-FILE GROWS TO
000278*                    50 BYTES WITH AN EFFECTIVE DATE (BLANK MEANS
000278*                    THE POSTING DATE); AN ADJUSTMENT POSTS TO
000278*                    THE GL AT ITS EFFECTIVE DATE. ONE DATED ON
000278*                    OR BEFORE THE CLOSED-THRU DATE GL-LEDGER
000278*                    LEAVES ON GLCLOSED IS RE-DATED TO THE FIRST
000278*                    OPEN DATE - THE HISTORY ROW KEEPS THE
000278*                    ORIGINAL IN SHR-EFF-DATE AND IS FLAGGED
000278*                    SHR-REDATED - OR, WITH A NONZERO CLOSEREJ
000278*                    PARM ON SIM-CTL-FILE, REJECTED TO THE
000278*                    EXCEPTION FILE. SIMRPT LISTS EVERY MOVED
000278*                    ADJUSTMENT. 1050 NOW SCANS EVERY SIM-CTL-
000278*                    FILE RECORD, NOT JUST THE FIRST.
000170*---------------------------------------------------------------
000180 ENVIRONMENT DIVISION.
000190 CONFIGURATION SECTION.
000289     SELECT SIM-JOBSTAT-FILE  ASSIGN TO NITESTAT
000290         ORGANIZATION IS LINE SEQUENTIAL
000291         FILE STATUS IS SIM-WS-JOBSTAT-STATUS.
000292     SELECT SIM-CHGOF-FILE    ASSIGN TO PAYCHGOF
000293         ORGANIZATION IS INDEXED
000294         ACCESS MODE IS RANDOM
000295         RECORD KEY IS PCO-LOAN-ID
000296         FILE STATUS IS SIM-WS-CHGOF-STATUS.
000297     SELECT SIM-CLOSD-FILE    ASSIGN TO PAYCLOSD
000297         ORGANIZATION IS INDEXED
000297         ACCESS MODE IS RANDOM
000297         RECORD KEY IS PCD-LOAN-ID
000297         FILE STATUS IS SIM-WS-CLOSD-STATUS.
000298     SELECT SIM-GLCLS-FILE    ASSIGN TO GLCLOSED
000298         ORGANIZATION IS LINE SEQUENTIAL
000298         FILE STATUS IS SIM-WS-GLCLS-STATUS.
000280*
000290 DATA DIVISION.
000300 FILE SECTION.
000310 FD  SIM-LOAN-FILE
000320     RECORD CONTAINS 60 CHARACTERS.
000330 01  SIM-LOAN-REC.
000340     05  SIM-IN-LOAN-ID          PIC X(10).
000350     05  SIM-IN-PRINCIPAL        PIC 9(07)V99.
000360     05  SIM-IN-RATE             PIC 9(02)V99.
000370     05  SIM-IN-TERM             PIC 9(01)V99.
000372     05  SIM-IN-ORIG-DATE        PIC 9(08).
000374     05  SIM-IN-END-DATE         PIC 9(08).
000380     05  FILLER                  PIC X(18).
000381*
000382*    BATCH CONTROL VIEWS OF THE SAME RECORD.
000383 01  SIM-LOAN-HDR-REC.
000385         88  SLH-HEADER          VALUE '*H*'.
000386     05  SLH-SOURCE              PIC X(08).
000387     05  SLH-BUS-DATE            PIC 9(08).
000388     05  FILLER                  PIC X(41).
000389 01  SIM-LOAN-TRL-REC.
000390     05  SLT-REC-ID              PIC X(03).
000391         88  SLT-TRAILER         VALUE '*T*'.
000392     05  SLT-REC-COUNT           PIC 9(07).
000393     05  SLT-HASH-TOTAL          PIC 9(11)V99.
000394     05  FILLER                  PIC X(37).
000395*
000400 FD  SIM-RPT-FILE
000410     RECORD CONTAINS 80 CHARACTERS.
000428 01  SIM-GL-REC                  PIC X(40).
000429*
000426 FD  SIM-ADJ-FILE
000427     RECORD CONTAINS 50 CHARACTERS.
000428 01  SIM-ADJ-REC.
000429     05  SAJ-LOAN-ID             PIC X(10).
000430     05  SAJ-SIGN                PIC X(01).
000431     05  SAJ-AMOUNT              PIC 9(05)V99.
000432     05  SAJ-REASON              PIC X(20).
000433     05  SAJ-EFF-DATE            PIC 9(08).
000433     05  FILLER                  PIC X(04).
000434*
000436 FD  SIM-CAL-FILE
000437     RECORD CONTAINS 08 CHARACTERS.
000444         BY ==SIM-SECLOG-REC==.
000445*
000446 FD  SIM-HIST-FILE
000447     RECORD CONTAINS 60 CHARACTERS.
000448 01  SIM-HIST-REC.
000449     05  SHR-LOAN-ID             PIC X(10).
000450     05  SHR-PRINCIPAL           PIC 9(07)V99.
000451     05  SHR-RATE                PIC 9(02)V99.
000452     05  SHR-TERM                PIC 9(01)V99.
000453     05  SHR-INTEREST            PIC 9(07)V99.
000454     05  SHR-RUN-DATE            PIC 9(08).
000455     05  SHR-ADJUST-FLAG         PIC X(01).
000456         88  SHR-NORMAL-POSTING  VALUE ' '.
000457         88  SHR-ADJUSTMENT      VALUE 'A'.
000458         88  SHR-REVERSAL        VALUE 'R'.
000459     05  SHR-EFF-DATE            PIC 9(08).
000459     05  SHR-REDATED-SW          PIC X(01).
000459         88  SHR-REDATED         VALUE 'Y'.
000459     05  FILLER                  PIC X(07).
000456*
000457 FD  SIM-FORCE-FILE
000457     RECORD CONTAINS 20 CHARACTERS.
000459     COPY RUNSTAT REPLACING ==RUNSTAT-RECORD==
000460         BY ==SIM-JOBSTAT-REC==.
000461*
000462 FD  SIM-CHGOF-FILE
000462     RECORD CONTAINS 80 CHARACTERS.
000462 01  SIM-CHGOF-REC.
000462     05  PCO-LOAN-ID             PIC X(10).
000462     05  PCO-CHGOFF-DATE         PIC 9(08).
000462     05  PCO-SOURCE              PIC X(01).
000462     05  PCO-DAYS-PAST           PIC 9(05).
000462     05  PCO-PRIN-AMT            PIC 9(07)V99.
000462     05  PCO-INT-AMT             PIC 9(07)V99.
000462     05  PCO-FEE-AMT             PIC 9(07)V99.
000462     05  PCO-RECOVERED           PIC 9(09)V99.
000462     05  PCO-LAST-RECOV-DATE     PIC 9(08).
000462     05  FILLER                  PIC X(10).
000462*
000463*    LOAN-CLOSE'S CLOSED-LOAN HISTORY - ONLY THE KEY IS USED.
000463 FD  SIM-CLOSD-FILE
000463     RECORD CONTAINS 200 CHARACTERS.
000463 01  SIM-CLOSD-REC.
000463     05  PCD-LOAN-ID             PIC X(10).
000463     05  PCD-CLOSE-DATE          PIC 9(08).
000463     05  FILLER                  PIC X(182).
000463*
000464*    GL-LEDGER'S CLOSED-PERIOD CONTROL RECORD.
000464 FD  SIM-GLCLS-FILE
000464     RECORD CONTAINS 40 CHARACTERS.
000464     COPY GLCLOSED REPLACING ==GLCLOSED-RECORD==
000464         BY ==SIM-GLCLS-REC==.
000464*
000440 WORKING-STORAGE SECTION.
000450 77  SIM-WS-EOF-SW               PIC X(01) VALUE 'N'.
000460     88  SIM-WS-EOF              VALUE 'Y'.
000486     05  SIM-DUP-ENTRY OCCURS 1000 TIMES
000487                      INDEXED BY SIM-DUP-IDX.
000488         10  SIM-DUP-LOAN-ID     PIC X(10).
000489 77  SIM-WS-CHGOF-STATUS         PIC X(02) VALUE '00'.
000489 77  SIM-WS-CHGOF-OPEN-SW        PIC X(01) VALUE 'N'.
000489     88  SIM-WS-CHGOF-OPEN       VALUE 'Y'.
000489 77  SIM-WS-CLOSD-STATUS         PIC X(02) VALUE '00'.
000489 77  SIM-WS-CLOSD-OPEN-SW        PIC X(01) VALUE 'N'.
000489     88  SIM-WS-CLOSD-OPEN       VALUE 'Y'.
000464 77  SIM-WS-RUN-STATUS           PIC X(01) VALUE 'S'.
000465 77  SIM-WS-READ-COUNT           PIC 9(07) COMP VALUE ZERO.
000466 01  SIM-WS-PRIN-HASH            PIC 9(11)V99 VALUE ZERO.
000476 77  SIM-WS-ADJ-EOF-SW           PIC X(01) VALUE 'N'.
000477     88  SIM-WS-ADJ-EOF          VALUE 'Y'.
000478 77  SIM-WS-ADJ-COUNT            PIC 9(05) COMP VALUE ZERO.
000478 77  SIM-WS-CTL-EOF-SW           PIC X(01) VALUE 'N'.
000478     88  SIM-WS-CTL-EOF          VALUE 'Y'.
000478*
000478*    CLOSED-PERIOD GUARD - ZERO CLOSED-THRU (NO GLCLOSED FILE)
000478*    MEANS NOTHING HAS BEEN CLOSED AND NO ADJUSTMENT MOVES.
000478*    SIM-WS-ADJ-ORIG-DATE IS THE DATE AN ADJUSTMENT ASKED FOR,
000478*    SIM-WS-ADJ-GL-DATE THE DATE IT ACTUALLY POSTS AT.
000478 77  SIM-WS-GLCLS-STATUS         PIC X(02) VALUE '00'.
000478 77  SIM-WS-CLOSED-THRU          PIC 9(08) VALUE ZERO.
000478 77  SIM-WS-OPEN-FROM            PIC 9(08) VALUE ZERO.
000478 77  SIM-WS-CLOSE-REJ-SW         PIC X(01) VALUE 'N'.
000478     88  SIM-WS-CLOSE-REJECT     VALUE 'Y'.
000478 77  SIM-WS-ADJ-ORIG-DATE        PIC 9(08) VALUE ZERO.
000478 77  SIM-WS-ADJ-GL-DATE          PIC 9(08) VALUE ZERO.
000478 77  SIM-WS-ADJ-MOVED-SW         PIC X(01) VALUE 'N'.
000478     88  SIM-WS-ADJ-MOVED        VALUE 'Y'.
000478 77  SIM-WS-ADJ-REJECTED-SW      PIC X(01) VALUE 'N'.
000478     88  SIM-WS-ADJ-REJECTED     VALUE 'Y'.
000478 77  SIM-WS-ADJ-REJECT-COUNT     PIC 9(05) COMP VALUE ZERO.
000478 77  SIM-WS-MOVED-COUNT          PIC 9(05) COMP VALUE ZERO.
000478 77  SIM-WS-MV-TBL-COUNT         PIC 9(03) COMP VALUE ZERO.
000478 01  SIM-WS-MOVED-TABLE.
000478     05  SIM-MV-ENTRY OCCURS 500 TIMES
000478                      INDEXED BY SIM-MV-IDX.
000478         10  SIM-MV-LOAN-ID      PIC X(10).
000478         10  SIM-MV-SIGN         PIC X(01).
000478         10  SIM-MV-AMOUNT       PIC 9(05)V99.
000478         10  SIM-MV-ORIG-DATE    PIC 9(08).
000478         10  SIM-MV-NEW-DATE     PIC 9(08).
000477 77  SIM-WS-COA-STATUS           PIC X(02) VALUE '00'.
000478 77  SIM-WS-COA-EOF-SW           PIC X(01) VALUE 'N'.
000479     88  SIM-WS-COA-EOF          VALUE 'Y'.
000520 77  SIM-WS-END-SERIAL           PIC 9(07) COMP VALUE ZERO.
000521 77  SIM-WS-DAY-COUNT            PIC 9(05) COMP VALUE ZERO.
000486 01  SIM-WS-GL-HASH-TOTAL        PIC 9(11)V99 VALUE ZERO.
000485 01  SIM-WS-INTEREST-CALC        PIC 9(09)V99.
000487 01  SIM-WS-RATE-BASIS           PIC 9(03)V99 VALUE 100.00.
000490 01  SIM-WS-INTEREST             PIC 9(07)V99.
000496     COPY RUNSTAMP.
000500*
000501*    THE THREE GL BATCH RECORD SHAPES - HEADER, DOUBLE-ENTRY
000511     05  SGL-REC-TYPE            PIC X(01) VALUE 'D'.
000512     05  SGL-ACCOUNT-NO          PIC X(10).
000513     05  SGL-DRCR-IND            PIC X(02).
000514     05  SGL-INTEREST-AMT        PIC 9(07)V99.
000515     05  SGL-POST-DATE           PIC 9(08).
000516     05  FILLER                  PIC X(10) VALUE SPACES.
000517*
000510 01  SIM-WS-POSTDATE-LINE.
000511     05  FILLER                  PIC X(14) VALUE
000525     05  SAL-REASON              PIC X(20).
000526     05  FILLER                  PIC X(35) VALUE SPACES.
000527*
000527 01  SIM-WS-MOVED-HDR-LINE.
000527     05  FILLER                  PIC X(48) VALUE
000527         "ADJUSTMENTS RE-DATED OUT OF PERIOD CLOSED THRU ".
000527     05  SMH-CLOSED-THRU         PIC 9(08).
000527     05  FILLER                  PIC X(24) VALUE SPACES.
000527*
000527 01  SIM-WS-MOVED-LINE.
000527     05  SML-LOAN-ID             PIC X(10).
000527     05  FILLER                  PIC X(02) VALUE SPACES.
000527     05  SML-SIGN                PIC X(01).
000527     05  SML-AMOUNT              PIC $ZZ,ZZ9.99.
000527     05  FILLER                  PIC X(12) VALUE
000527         "  EFFECTIVE ".
000527     05  SML-ORIG-DATE           PIC 9(08).
000527     05  FILLER                  PIC X(09) VALUE
000527         "  POSTED ".
000527     05  SML-NEW-DATE            PIC 9(08).
000527     05  FILLER                  PIC X(20) VALUE SPACES.
000527*
000527 01  SIM-WS-MOVED-OVFL-LINE.
000527     05  FILLER                  PIC X(44) VALUE
000527         "  MORE MOVED THAN LISTED - TOTAL RE-DATED: ".
000527     05  SMO-COUNT               PIC Z(4)9.
000527     05  FILLER                  PIC X(31) VALUE SPACES.
000527*
000518 01  SIM-WS-GL-TRL.
000519     05  SGT-REC-TYPE            PIC X(01) VALUE 'T'.
000520     05  SGT-REC-COUNT           PIC 9(07).
000512     05  SEL-PROGRAM-ID          PIC X(08).
000513     05  SEL-LOAN-ID             PIC X(10).
000514     05  SEL-REASON              PIC X(40) VALUE
000515         "INTEREST EXCEEDS 9999999.99 - TRUNCATES".
000516     05  SEL-REJECT-DATE         PIC 9(08).
000517     05  FILLER                  PIC X(14).
000518*
000530     05  FILLER                  PIC X(03).
000540     05  SRL-LABEL1              PIC X(18) VALUE
000550         "SIMPLE INTEREST: ".
000560     05  SRL-INTEREST            PIC $Z,ZZZ,ZZ9.99.
000562     05  SRL-LABEL2              PIC X(08) VALUE "  DAYS: ".
000564     05  SRL-DAYS                PIC Z(4)9.
000570     05  FILLER                  PIC X(17).
000580*
000001*
000002*    RERUN PROTECTION - SEE 0800-CHECK-RERUN. A DOUBLE-SUBMITTED
000732     OPEN OUTPUT SIM-GL-FILE.
000733     PERFORM 1060-LOAD-OFFSET-ACCT THRU 1060-EXIT.
000738     PERFORM 1050-LOAD-RATE-BASIS THRU 1050-EXIT.
000738     PERFORM 1055-LOAD-CLOSED-PERIOD THRU 1055-EXIT.
000733     ACCEPT RUNSTAMP-DATE FROM DATE YYYYMMDD.
000734     ACCEPT RUNSTAMP-TIME FROM TIME.
000735     PERFORM 0900-WRITE-START-JOBSTAT THRU 0900-EXIT.
000742     IF SIM-WS-HIST-STATUS NOT = "00"
000743         OPEN OUTPUT SIM-HIST-FILE
000744     END-IF.
000745     OPEN INPUT SIM-CHGOF-FILE.
000745     IF SIM-WS-CHGOF-STATUS = '00'
000745         MOVE 'Y' TO SIM-WS-CHGOF-OPEN-SW
000745     END-IF.
000745     OPEN INPUT SIM-CLOSD-FILE.
000745     IF SIM-WS-CLOSD-STATUS = '00'
000745         MOVE 'Y' TO SIM-WS-CLOSD-OPEN-SW
000745     END-IF.
000740     READ SIM-LOAN-FILE
000750         AT END
000760             MOVE 'Y' TO SIM-WS-EOF-SW
000813     END-IF.
000814     READ SIM-CTL-FILE
000815         AT END
000816             MOVE 'Y' TO SIM-WS-CTL-EOF-SW
000817     END-READ.
000818     PERFORM 1052-CHECK-CTL-REC THRU 1052-EXIT
000819         UNTIL SIM-WS-CTL-EOF.
000823     CLOSE SIM-CTL-FILE.
000824 1050-EXIT.
000825     EXIT.
000826*
000826*===============================================================
000826 1052-CHECK-CTL-REC.
000826*===============================================================
000826*    CLOSEREJ NONZERO REJECTS AN ADJUSTMENT DATED IN A CLOSED
000826*    PERIOD INSTEAD OF RE-DATING IT - SEE 2510.
000826     EVALUATE CTL-PARM-CODE OF SIM-CTL-REC
000826         WHEN 'RATEBASE'
000826             MOVE CTL-PARM-VALUE OF SIM-CTL-REC
000826                 TO SIM-WS-RATE-BASIS
000826         WHEN 'CLOSEREJ'
000826             IF CTL-PARM-VALUE OF SIM-CTL-REC > ZERO
000826                 MOVE 'Y' TO SIM-WS-CLOSE-REJ-SW
000826             END-IF
000826     END-EVALUATE.
000826     READ SIM-CTL-FILE
000826         AT END
000826             MOVE 'Y' TO SIM-WS-CTL-EOF-SW
000826     END-READ.
000826 1052-EXIT.
000826     EXIT.
000826*
000826*===============================================================
000826 1055-LOAD-CLOSED-PERIOD.
000826*===============================================================
000826*    PICKS UP THE LAST PERIOD GL-LEDGER CLOSED. NO FILE, OR NO
000826*    CLOSE YET, LEAVES CLOSED-THRU AT ZERO AND THE GUARD IDLE.
000826     OPEN INPUT SIM-GLCLS-FILE.
000826     IF SIM-WS-GLCLS-STATUS NOT = '00'
000826         GO TO 1055-EXIT
000826     END-IF.
000826     READ SIM-GLCLS-FILE
000826         AT END
000826             GO TO 1055-CLOSE
000826     END-READ.
000826     IF GLC-CLOSED-THRU NUMERIC
000826             AND GLC-OPEN-FROM NUMERIC
000826         MOVE GLC-CLOSED-THRU TO SIM-WS-CLOSED-THRU
000826         MOVE GLC-OPEN-FROM   TO SIM-WS-OPEN-FROM
000826     END-IF.
000826 1055-CLOSE.
000826     CLOSE SIM-GLCLS-FILE.
000826 1055-EXIT.
000826     EXIT.
000826*
000827*===============================================================
000828 1060-LOAD-OFFSET-ACCT.
000829*===============================================================
000852         ADD 1 TO SIM-AK-REJECTED (SIM-WS-ACK-SUB)
000853         GO TO 2000-READ-NEXT
000854     END-IF.
000854     IF SIM-WS-CHGOF-OPEN
000854         MOVE SIM-IN-LOAN-ID TO PCO-LOAN-ID
000854         READ SIM-CHGOF-FILE
000854             INVALID KEY
000854                 CONTINUE
000854             NOT INVALID KEY
000854                 PERFORM 2075-WRITE-CHGOFF-REJECT THRU 2075-EXIT
000854                 ADD 1 TO SIM-AK-REJECTED (SIM-WS-ACK-SUB)
000854                 GO TO 2000-READ-NEXT
000854         END-READ
000854     END-IF.
000854     IF SIM-WS-CLOSD-OPEN
000854         MOVE SIM-IN-LOAN-ID TO PCD-LOAN-ID
000854         READ SIM-CLOSD-FILE
000854             INVALID KEY
000854                 CONTINUE
000854             NOT INVALID KEY
000854                 PERFORM 2076-WRITE-CLOSED-REJECT THRU 2076-EXIT
000854                 ADD 1 TO SIM-AK-REJECTED (SIM-WS-ACK-SUB)
000854                 GO TO 2000-READ-NEXT
000854         END-READ
000854     END-IF.
000855*    A LOAN CARRYING ORIGINATION AND ACCRUAL-END DATES ACCRUES
000856*    ON THE ACTUAL/365 DAY COUNT; AN OLD-FORMAT RECORD (NO
000857*    DATES) STILL USES THE P*R*T/RATEBASE FORMULA.
000833     ELSE
000834         MOVE 'N' TO SIM-WS-OVERFLOW-SW
000835         PERFORM 2055-COMPUTE-INTEREST THRU 2055-EXIT
000838         IF SIM-WS-INTEREST-CALC > 9999999.99
000839             MOVE 'Y' TO SIM-WS-OVERFLOW-SW
000840         END-IF
000841         IF SIM-WS-OVERFLOW
001080     PERFORM 2500-APPLY-ADJUSTMENT THRU 2500-EXIT
001081         UNTIL SIM-WS-ADJ-EOF.
001082     CLOSE SIM-ADJ-FILE.
001082     PERFORM 2490-REPORT-MOVED THRU 2490-EXIT.
001083 2480-EXIT.
001084     EXIT.
001085*
001085*===============================================================
001085 2490-REPORT-MOVED.
001085*===============================================================
001085*    EVERY ADJUSTMENT MOVED OUT OF A CLOSED PERIOD, WITH THE
001085*    DATE IT ASKED FOR AND THE DATE IT POSTED AT.
001085     IF SIM-WS-MOVED-COUNT = ZERO
001085         GO TO 2490-EXIT
001085     END-IF.
001085     MOVE SIM-WS-CLOSED-THRU TO SMH-CLOSED-THRU.
001085     WRITE SIM-RPT-REC FROM SIM-WS-MOVED-HDR-LINE.
001085     PERFORM 2495-LIST-ONE-MOVED THRU 2495-EXIT
001085         VARYING SIM-MV-IDX FROM 1 BY 1
001085         UNTIL SIM-MV-IDX > SIM-WS-MV-TBL-COUNT.
001085     IF SIM-WS-MOVED-COUNT > SIM-WS-MV-TBL-COUNT
001085         MOVE SIM-WS-MOVED-COUNT TO SMO-COUNT
001085         WRITE SIM-RPT-REC FROM SIM-WS-MOVED-OVFL-LINE
001085     END-IF.
001085 2490-EXIT.
001085     EXIT.
001085*
001085*===============================================================
001085 2495-LIST-ONE-MOVED.
001085*===============================================================
001085     MOVE SIM-MV-LOAN-ID (SIM-MV-IDX)   TO SML-LOAN-ID.
001085     MOVE SIM-MV-SIGN (SIM-MV-IDX)      TO SML-SIGN.
001085     MOVE SIM-MV-AMOUNT (SIM-MV-IDX)    TO SML-AMOUNT.
001085     MOVE SIM-MV-ORIG-DATE (SIM-MV-IDX) TO SML-ORIG-DATE.
001085     MOVE SIM-MV-NEW-DATE (SIM-MV-IDX)  TO SML-NEW-DATE.
001085     WRITE SIM-RPT-REC FROM SIM-WS-MOVED-LINE.
001085 2495-EXIT.
001085     EXIT.
001085*
001086*===============================================================
001087 2500-APPLY-ADJUSTMENT.
001088*===============================================================
001093*    THE CORRECTION, NOT JUST THE MISTAKE.
001094*    ADJUSTMENT LINES CARRY RECORD TYPE 'A' SO THE GL INTERFACE
001095*    AND GL-RECON CAN TELL A CORRECTION FROM A NORMAL POSTING.
001095*    THE HISTORY ROW'S SHR-INTEREST IS AS WIDE AS THE GL LINE'S
001096*    AMOUNT, SO EVERY ADJUSTMENT SAJ-AMOUNT CAN CARRY POSTS IN
001097*    FULL ON BOTH - NO SIZE REJECT IS NEEDED ANY MORE.
001097*    THE GL LINES CARRY THE DATE 2510 SETTLES ON - NEVER ONE IN
001097*    A PERIOD GL-LEDGER HAS ALREADY CLOSED.
001098     PERFORM 2510-CHECK-CLOSED-PERIOD THRU 2510-EXIT.
001098     IF SIM-WS-ADJ-REJECTED
001098         GO TO 2500-READ-NEXT
001098     END-IF.
001103     MOVE 'A'              TO SGL-REC-TYPE.
001097     MOVE SAJ-AMOUNT       TO SGL-INTEREST-AMT.
001098     MOVE SIM-WS-ADJ-GL-DATE TO SGL-POST-DATE.
001097     IF SAJ-SIGN = '-'
001098         MOVE SAJ-LOAN-ID  TO SGL-ACCOUNT-NO
001099         MOVE 'CR'         TO SGL-DRCR-IND
001127 2500-EXIT.
001128     EXIT.
001129*
001129*===============================================================
001129 2510-CHECK-CLOSED-PERIOD.
001129*===============================================================
001129*    AN ADJUSTMENT POSTS AT ITS EFFECTIVE DATE WHEN IT CARRIES
001129*    ONE EARLIER THAN THE POSTING DATE, OTHERWISE AT THE POSTING
001129*    DATE. A DATE ON OR BEFORE THE CLOSED-THRU DATE IS MOVED TO
001129*    THE FIRST OPEN DATE AND LISTED FOR SIMRPT - OR, UNDER
001129*    CLOSEREJ, REJECTED. ADJUSTMENT REJECTS ARE COUNTED APART
001129*    FROM SIM-WS-EXCEPT-COUNT, WHICH BALANCES AGAINST THE LOANS
001129*    READ ON THE RUNBAL RECORD.
001129     MOVE 'N' TO SIM-WS-ADJ-MOVED-SW.
001129     MOVE 'N' TO SIM-WS-ADJ-REJECTED-SW.
001129     MOVE SIM-WS-POST-DATE TO SIM-WS-ADJ-ORIG-DATE.
001129     IF SAJ-EFF-DATE NUMERIC
001129         IF SAJ-EFF-DATE > ZERO
001129                 AND SAJ-EFF-DATE < SIM-WS-POST-DATE
001129             MOVE SAJ-EFF-DATE TO SIM-WS-ADJ-ORIG-DATE
001129         END-IF
001129     END-IF.
001129     MOVE SIM-WS-ADJ-ORIG-DATE TO SIM-WS-ADJ-GL-DATE.
001129     IF SIM-WS-ADJ-ORIG-DATE > SIM-WS-CLOSED-THRU
001129         GO TO 2510-EXIT
001129     END-IF.
001129     IF SIM-WS-CLOSE-REJECT
001129         MOVE 'Y' TO SIM-WS-ADJ-REJECTED-SW
001129         MOVE SPACES           TO SIM-WS-EXCEPT-LINE
001129         MOVE "SIMPINT"        TO SEL-PROGRAM-ID
001129         MOVE SAJ-LOAN-ID      TO SEL-LOAN-ID
001129         MOVE "ADJUSTMENT DATED IN CLOSED GL PERIOD"
001129             TO SEL-REASON
001129         MOVE RUNSTAMP-DATE    TO SEL-REJECT-DATE
001129         WRITE SIM-EXCEPT-REC FROM SIM-WS-EXCEPT-LINE
001129         ADD 1 TO SIM-WS-ADJ-REJECT-COUNT
001129         GO TO 2510-EXIT
001129     END-IF.
001129     MOVE 'Y' TO SIM-WS-ADJ-MOVED-SW.
001129     MOVE SIM-WS-OPEN-FROM TO SIM-WS-ADJ-GL-DATE.
001129     ADD 1 TO SIM-WS-MOVED-COUNT.
001129     IF SIM-WS-MV-TBL-COUNT < 500
001129         ADD 1 TO SIM-WS-MV-TBL-COUNT
001129         SET SIM-MV-IDX TO SIM-WS-MV-TBL-COUNT
001129         MOVE SAJ-LOAN-ID TO SIM-MV-LOAN-ID (SIM-MV-IDX)
001129         MOVE SAJ-SIGN    TO SIM-MV-SIGN (SIM-MV-IDX)
001129         MOVE SAJ-AMOUNT  TO SIM-MV-AMOUNT (SIM-MV-IDX)
001129         MOVE SIM-WS-ADJ-ORIG-DATE
001129             TO SIM-MV-ORIG-DATE (SIM-MV-IDX)
001129         MOVE SIM-WS-ADJ-GL-DATE
001129             TO SIM-MV-NEW-DATE (SIM-MV-IDX)
001129     END-IF.
001129 2510-EXIT.
001129     EXIT.
001129*
001129*===============================================================
001130 2520-WRITE-ADJ-HIST.
001131*===============================================================
001136     MOVE ZERO             TO SHR-TERM.
001137     MOVE SAJ-AMOUNT       TO SHR-INTEREST.
001138     MOVE RUNSTAMP-DATE    TO SHR-RUN-DATE.
001138     MOVE SIM-WS-ADJ-ORIG-DATE TO SHR-EFF-DATE.
001138     IF SIM-WS-ADJ-MOVED
001138         SET SHR-REDATED    TO TRUE
001138     END-IF.
001139     IF SAJ-SIGN = '-'
001140         SET SHR-REVERSAL   TO TRUE
001141     ELSE
001153     MOVE SPACES           TO SIM-WS-EXCEPT-LINE.
001154     MOVE "SIMPINT"        TO SEL-PROGRAM-ID.
001159     MOVE SIM-IN-LOAN-ID   TO SEL-LOAN-ID.
001160     MOVE "INTEREST EXCEEDS 9999999.99 - TRUNCATES"
001161         TO SEL-REASON.
001162     MOVE RUNSTAMP-DATE    TO SEL-REJECT-DATE.
001155     WRITE SIM-EXCEPT-REC FROM SIM-WS-EXCEPT-LINE.
001178         GO TO 2050-EXIT
001179     END-IF.
001180     MOVE 0.01     TO RGC-PARM-MIN.
001181     MOVE 9999999.99 TO RGC-PARM-MAX.
001182     MOVE SIM-IN-PRINCIPAL TO RGC-PARM-VALUE.
001183     CALL 'RANGE-CHECK' USING RGC-PARM-VALUE RGC-PARM-MIN
001184         RGC-PARM-MAX RGC-PARM-VALID-SW.
001230 2070-EXIT.
001231     EXIT.
001232*
001232*===============================================================
001232 2075-WRITE-CHGOFF-REJECT.
001232*===============================================================
001232     MOVE SPACES           TO SIM-WS-EXCEPT-LINE.
001232     MOVE "SIMPINT"        TO SEL-PROGRAM-ID.
001232     MOVE SIM-IN-LOAN-ID   TO SEL-LOAN-ID.
001232     MOVE "LOAN CHARGED OFF - NO ACCRUAL" TO SEL-REASON.
001232     MOVE RUNSTAMP-DATE    TO SEL-REJECT-DATE.
001232     WRITE SIM-EXCEPT-REC FROM SIM-WS-EXCEPT-LINE.
001232     ADD 1 TO SIM-WS-EXCEPT-COUNT.
001232 2075-EXIT.
001232     EXIT.
001232*
001233*===============================================================
001233 2076-WRITE-CLOSED-REJECT.
001233*===============================================================
001233     MOVE SPACES           TO SIM-WS-EXCEPT-LINE.
001233     MOVE "SIMPINT"        TO SEL-PROGRAM-ID.
001233     MOVE SIM-IN-LOAN-ID   TO SEL-LOAN-ID.
001233     MOVE "LOAN CLOSED - NO ACCRUAL" TO SEL-REASON.
001233     MOVE RUNSTAMP-DATE    TO SEL-REJECT-DATE.
001233     WRITE SIM-EXCEPT-REC FROM SIM-WS-EXCEPT-LINE.
001233     ADD 1 TO SIM-WS-EXCEPT-COUNT.
001233 2076-EXIT.
001233     EXIT.
001233*
001050*
001051*===============================================================
001060 3000-TERMINATE.
001092     WRITE SIM-GL-REC FROM SIM-WS-GL-TRL.
001093     CLOSE SIM-GL-FILE.
001093     CLOSE SIM-HIST-FILE.
001093     IF SIM-WS-CHGOF-OPEN
001093         CLOSE SIM-CHGOF-FILE
001093     END-IF.
001093     IF SIM-WS-CLOSD-OPEN
001093         CLOSE SIM-CLOSD-FILE
001093     END-IF.
001100     DISPLAY "SIMPLE-INTEREST: LOANS PROCESSED: "
001110         SIM-WS-LOAN-COUNT.
001110     DISPLAY "SIMPLE-INTEREST: ADJUSTMENTS APPLIED: "
001111         SIM-WS-ADJ-COUNT.
001111     DISPLAY "SIMPLE-INTEREST: ADJUSTMENTS RE-DATED: "
001111         SIM-WS-MOVED-COUNT.
001111     DISPLAY "SIMPLE-INTEREST: ADJUSTMENTS REJECTED: "
001111         SIM-WS-ADJ-REJECT-COUNT.
001111     DISPLAY "SIMPLE-INTEREST: LOANS REJECTED: "
001112         SIM-WS-EXCEPT-COUNT.
001112     PERFORM 3600-WRITE-ACK-FILE THRU 3600-EXIT.
