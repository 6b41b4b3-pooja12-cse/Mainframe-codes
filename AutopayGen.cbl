000220*                    INSTRUCTIONS EXPIRING WITHIN 30 DAYS ARE
000230*                    REPORTED BEFORE THEY LAPSE, AND LAPSED
000240*                    ONES EVERY NIGHT UNTIL REMOVED.
000241*   10/15/2026 RK    GENERATED PAY-IN RECORDS FOLLOW LOAN-
000242*                    PAYMENT'S WIDER PAY-IN-FILE - 40 BYTES WITH
000243*                    A 9(07)V99 AMOUNT.
000244*   10/15/2026 RK    AN INSTRUCTION FOR A LOAN ON LOAN-PAYMENT'S
000245*                    CHARGE-OFF REGISTER (APG-CHGOF-FILE) CUTS NO
000246*                    PAYMENT - IT IS REPORTED HELD EACH NIGHT
000247*                    UNTIL SERVICING REMOVES IT.
000250*---------------------------------------------------------------
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000390         ORGANIZATION IS LINE SEQUENTIAL.
000400     SELECT APG-RPT-FILE     ASSIGN TO APGRPT
000410         ORGANIZATION IS LINE SEQUENTIAL.
000411     SELECT APG-CHGOF-FILE   ASSIGN TO PAYCHGOF
000412         ORGANIZATION IS INDEXED
000413         ACCESS MODE IS RANDOM
000414         RECORD KEY IS PCO-LOAN-ID
000415         FILE STATUS IS APG-WS-CHGOF-STATUS.
000420*
000430 DATA DIVISION.
000440 FILE SECTION.
000620     05  CAL-HOLIDAY-DATE        PIC 9(08).
000630     05  FILLER                  PIC X(12).
000640*
000650*    GENERATED PAYMENTS - SAME 40-BYTE LAYOUT LOAN-PAYMENT
000660*    READS AS PAY-IN-FILE.
000670 FD  APG-OUT-FILE
000680     RECORD CONTAINS 40 CHARACTERS.
000690 01  APG-OUT-REC.
000700     05  APO-LOAN-ID             PIC X(10).
000710     05  APO-PAY-DATE            PIC 9(08).
000720     05  APO-AMOUNT              PIC 9(07)V99.
000730     05  APO-TYPE                PIC X(01).
000740     05  FILLER                  PIC X(12).
000750*
000760 FD  APG-RPT-FILE
000770     RECORD CONTAINS 80 CHARACTERS.
000780 01  APG-RPT-REC                 PIC X(80).
000790*
000791*    LOAN-PAYMENT'S CHARGE-OFF REGISTER - ONLY THE KEY MATTERS.
000792 FD  APG-CHGOF-FILE
000793     RECORD CONTAINS 80 CHARACTERS.
000794 01  APG-CHGOF-REC.
000795     05  PCO-LOAN-ID             PIC X(10).
000796     05  PCO-CHGOFF-DATE         PIC 9(08).
000797     05  PCO-SOURCE              PIC X(01).
000798     05  PCO-DAYS-PAST           PIC 9(05).
000799     05  PCO-PRIN-AMT            PIC 9(07)V99.
000799     05  PCO-INT-AMT             PIC 9(07)V99.
000799     05  PCO-FEE-AMT             PIC 9(07)V99.
000799     05  PCO-RECOVERED           PIC 9(09)V99.
000799     05  PCO-LAST-RECOV-DATE     PIC 9(08).
000799     05  FILLER                  PIC X(10).
000799*
000800 WORKING-STORAGE SECTION.
000810 77  APG-WS-EOF-SW               PIC X(01) VALUE 'N'.
000820     88  APG-WS-EOF              VALUE 'Y'.
000880 77  APG-WS-GEN-COUNT            PIC 9(05) COMP VALUE ZERO.
000890 77  APG-WS-EXPIRE-COUNT         PIC 9(05) COMP VALUE ZERO.
000900 77  APG-WS-LAPSED-COUNT         PIC 9(05) COMP VALUE ZERO.
000901 77  APG-WS-HELD-COUNT           PIC 9(05) COMP VALUE ZERO.
000902 77  APG-WS-CHGOF-STATUS         PIC X(02) VALUE '00'.
000903 77  APG-WS-CHGOF-OPEN-SW        PIC X(01) VALUE 'N'.
000904     88  APG-WS-CHGOF-OPEN       VALUE 'Y'.
000910 77  APG-WS-HOLIDAY-COUNT        PIC 9(02) COMP VALUE ZERO.
000920 01  APG-WS-HOLIDAY-TABLE.
000930     05  APG-HOL-ENTRY OCCURS 50 TIMES
001720     MOVE RUNSTAMP-DATE TO APG-WS-SER-DATE.
001730     PERFORM 2900-DATE-TO-SERIAL THRU 2900-EXIT.
001740     MOVE APG-WS-SERIAL TO APG-WS-TODAY-SERIAL.
001741     OPEN INPUT APG-CHGOF-FILE.
001742     IF APG-WS-CHGOF-STATUS = '00'
001743         MOVE 'Y' TO APG-WS-CHGOF-OPEN-SW
001744     END-IF.
001750     OPEN INPUT APG-INSTR-FILE.
001760     IF APG-WS-INSTR-STATUS = '35'
001770         DISPLAY "AUTOPAY-GEN: NO STANDING-INSTRUCTION FILE"
002400     IF API-START-DATE > RUNSTAMP-DATE
002410         GO TO 2000-READ-NEXT
002420     END-IF.
002421     IF APG-WS-CHGOF-OPEN
002422         MOVE API-LOAN-ID TO PCO-LOAN-ID
002423         READ APG-CHGOF-FILE
002424             INVALID KEY
002425                 CONTINUE
002426             NOT INVALID KEY
002427                 MOVE "LOAN CHARGED OFF - HELD " TO ARL-DISP
002428                 MOVE PCO-CHGOFF-DATE TO ARL-DATE
002429                 WRITE APG-RPT-REC FROM APG-WS-RPT-LINE
002429                 ADD 1 TO APG-WS-HELD-COUNT
002429                 GO TO 2000-READ-NEXT
002429         END-READ
002429     END-IF.
002430     IF API-END-DATE NUMERIC AND API-END-DATE > ZERO
002440             AND API-END-DATE < RUNSTAMP-DATE
002450         MOVE "LAPSED - REMOVE         " TO ARL-DISP
004950     END-IF.
004960     CLOSE APG-OUT-FILE.
004970     CLOSE APG-RPT-FILE.
004971     IF APG-WS-CHGOF-OPEN
004972         CLOSE APG-CHGOF-FILE
004973     END-IF.
004980     DISPLAY "AUTOPAY-GEN: INSTRUCTIONS READ:   "
004990         APG-WS-INSTR-COUNT.
005000     DISPLAY "AUTOPAY-GEN: PAYMENTS GENERATED:  "
005030         APG-WS-EXPIRE-COUNT.
005040     DISPLAY "AUTOPAY-GEN: LAPSED INSTRUCTIONS: "
005050         APG-WS-LAPSED-COUNT.
005051     DISPLAY "AUTOPAY-GEN: HELD - CHARGED OFF:  "
005052         APG-WS-HELD-COUNT.
005060 3000-EXIT.
005070     EXIT.
