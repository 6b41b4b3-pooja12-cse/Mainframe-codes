000272*                    RE-BOOKS WITH AN IMPOSSIBLE 02/29 MATURITY
000273*                    IN A NON-LEAP YEAR - THE DAY CLAMPS TO
000274*                    02/28 USING THE SHARED NUM-UTIL LEAP TEST.
000275*   10/15/2026 RK    AN ACCOUNT CARRYING A PRODUCT CODE NOW
000276*                    RE-BOOKS AT THE RATE OF ITS BALANCE TIER ON
000277*                    THE CPI-PROD-FILE RATE SHEET IN FORCE ON THE
000278*                    ROLLOVER DATE (ACCOUNT-SPECIFIC RATE ENTRIES
000279*                    STILL WIN, AS IN HELLO). THE REPORT LINE
000279*                    SHOWS THE TIER APPLIED.
000279*   10/15/2026 RK    EVERY MATURED ACCOUNT NOW APPENDS A RECORD
000279*                    TO CPI-ROLL-HIST (RENEWED OR NOT, OLD AND
000279*                    NEW MATURITY, NEW RATE AND TIER) SO
000279*                    CPI-DORMANT CAN DATE THE DORMANCY CLOCK. AN
000279*                    ACCOUNT ESCHEATED TO THE STATE PASSES
000279*                    THROUGH UNROLLED.
000280*---------------------------------------------------------------
000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000380     SELECT CPI-RATE-FILE    ASSIGN TO CPIRATE
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS MRL-WS-RATE-STATUS.
000401     SELECT CPI-PROD-FILE    ASSIGN TO CPIPROD
000402         ORGANIZATION IS LINE SEQUENTIAL
000403         FILE STATUS IS MRL-WS-PROD-STATUS.
000404     SELECT CPI-ROLL-HIST    ASSIGN TO CPIROLLH
000405         ORGANIZATION IS LINE SEQUENTIAL
000406         FILE STATUS IS MRL-WS-RHIST-STATUS.
000410     SELECT MRL-OUT-FILE     ASSIGN TO CPIPRINN
000420         ORGANIZATION IS LINE SEQUENTIAL.
000430     SELECT MRL-RPT-FILE     ASSIGN TO MRLRPT
000570     05  CPI-IN-MATURITY-DATE    PIC 9(08).
000580     05  CPI-IN-RENEW-FLAG       PIC X(01).
000590         88  CPI-IN-DO-NOT-RENEW VALUE 'N'.
000595     05  CPI-IN-PRODUCT-CODE     PIC X(04).
000600     05  CPI-IN-STATUS           PIC X(01).
000600         88  CPI-IN-ESCHEATED    VALUE 'E'.
000610 01  CPI-PRIN-HDR-REC.
000620     05  CPH-REC-ID              PIC X(03).
000630         88  CPH-HEADER          VALUE '*H*'.
000770     05  CPR-RATE                PIC 9(02)V99.
000780     05  FILLER                  PIC X(08).
000790*
000791*    DEPOSIT PRODUCT BALANCE TIERS - SAME RECORD HELLO READS.
000792 FD  CPI-PROD-FILE
000793     RECORD CONTAINS 30 CHARACTERS.
000794 01  CPI-PROD-REC.
000795     05  CPD-PRODUCT-CODE        PIC X(04).
000796     05  CPD-EFF-DATE            PIC 9(08).
000797     05  CPD-TIER-NO             PIC 9(01).
000798     05  CPD-TIER-FLOOR          PIC 9(07)V99.
000799     05  CPD-RATE                PIC 9(02)V99.
000799     05  FILLER                  PIC X(04).
000799*
000799*    ROLLOVER HISTORY - ONE RECORD PER MATURED ACCOUNT, APPENDED
000799*    ACROSS RUNS. CRH-DISP IS 'R' RENEWED, 'N' NOT RENEWED.
000799 FD  CPI-ROLL-HIST
000799     RECORD CONTAINS 50 CHARACTERS.
000799 01  CPI-ROLL-HIST-REC.
000799     05  CRH-ACCOUNT-ID          PIC X(10).
000799     05  CRH-ROLL-DATE           PIC 9(08).
000799     05  CRH-DISP                PIC X(01).
000799     05  CRH-OLD-MATURITY        PIC 9(08).
000799     05  CRH-NEW-MATURITY        PIC 9(08).
000799     05  CRH-NEW-RATE            PIC 9(02)V99.
000799     05  CRH-TIER-NO             PIC 9(01).
000799     05  FILLER                  PIC X(10).
000799*
000800 FD  MRL-OUT-FILE
000810     RECORD CONTAINS 40 CHARACTERS.
000820 01  MRL-OUT-REC                 PIC X(40).
001150 01  MRL-WS-RATE-BEST-DATE       PIC 9(08).
001160 77  MRL-WS-RATE-HIT-SW          PIC X(01).
001170     88  MRL-WS-RATE-HIT         VALUE 'Y'.
001171*
001172*    PRODUCT BALANCE TIERS - SAME SHAPE HELLO LOADS.
001173 77  MRL-WS-PROD-STATUS          PIC X(02) VALUE '00'.
001174 77  MRL-WS-TIER-COUNT           PIC 9(03) COMP VALUE ZERO.
001175 01  MRL-WS-TIER-TABLE.
001176     05  MRL-TR-ENTRY OCCURS 200 TIMES
001177                      INDEXED BY MRL-TR-IDX.
001178         10  MRL-TR-PRODUCT-CODE PIC X(04).
001179         10  MRL-TR-EFF-DATE     PIC 9(08).
001179         10  MRL-TR-TIER-NO      PIC 9(01).
001179         10  MRL-TR-FLOOR        PIC 9(07)V99.
001179         10  MRL-TR-RATE         PIC 9(02)V99.
001179 01  MRL-WS-TIER-EFF-DATE        PIC 9(08).
001179 01  MRL-WS-TIER-BEST-FLOOR      PIC 9(07)V99.
001179 77  MRL-WS-TIER-NO              PIC 9(01) VALUE ZERO.
001179 77  MRL-WS-TIER-HIT-SW          PIC X(01).
001179     88  MRL-WS-TIER-HIT         VALUE 'Y'.
001179 77  MRL-WS-RHIST-STATUS         PIC X(02) VALUE '00'.
001179 01  MRL-WS-OLD-MATURITY         PIC 9(08).
001180 01  MRL-WS-NEW-MATURITY         PIC 9(08).
001190 01  MRL-WS-NEW-MAT-MDY REDEFINES MRL-WS-NEW-MATURITY.
001200     05  MRL-NM-YEAR             PIC 9(04).
001290     05  MRP-RATE                PIC Z9.99.
001300     05  FILLER                  PIC X(11) VALUE "  MATURITY ".
001310     05  MRP-MATURITY            PIC 9(08).
001311     05  FILLER                  PIC X(02) VALUE SPACES.
001312     05  MRP-TIER-LIT            PIC X(05) VALUE SPACES.
001313     05  MRP-TIER-NO             PIC X(01) VALUE SPACES.
001320     05  FILLER                  PIC X(07) VALUE SPACES.
001330*
001340 PROCEDURE DIVISION.
001350*===============================================================
001510     MOVE RUNSTAMP-TIME TO RUNSTAMP-HDR-TIME.
001520     WRITE MRL-RPT-REC FROM RUNSTAMP-HEADER-LINE.
001530     PERFORM 1080-LOAD-RATE-TABLE THRU 1080-EXIT.
001531     PERFORM 1087-LOAD-TIER-TABLE THRU 1087-EXIT.
001532     OPEN EXTEND CPI-ROLL-HIST.
001533     IF MRL-WS-RHIST-STATUS NOT = '00'
001534         OPEN OUTPUT CPI-ROLL-HIST
001535     END-IF.
001540     OPEN OUTPUT MRL-OUT-FILE.
001550     OPEN INPUT CPI-PRIN-FILE.
001560     IF MRL-WS-PRIN-STATUS = '35'
001990 1085-EXIT.
002000     EXIT.
002010*
002011*===============================================================
002012 1087-LOAD-TIER-TABLE.
002013*===============================================================
002014*    SAME LOAD HELLO DOES. A MISSING PRODUCT FILE MEANS NO
002015*    RENEWAL IS TIER-PRICED.
002016     OPEN INPUT CPI-PROD-FILE.
002017     IF MRL-WS-PROD-STATUS = '35'
002018         GO TO 1087-EXIT
002019     END-IF.
002020     MOVE 'N' TO MRL-WS-RATE-EOF-SW.
002021     READ CPI-PROD-FILE
002022         AT END
002023             MOVE 'Y' TO MRL-WS-RATE-EOF-SW
002024     END-READ.
002025     PERFORM 1088-LOAD-ONE-TIER THRU 1088-EXIT
002026         UNTIL MRL-WS-RATE-EOF OR MRL-WS-TIER-COUNT = 200.
002027     CLOSE CPI-PROD-FILE.
002028 1087-EXIT.
002029     EXIT.
002030*
002031*===============================================================
002032 1088-LOAD-ONE-TIER.
002033*===============================================================
002034     ADD 1 TO MRL-WS-TIER-COUNT.
002035     SET MRL-TR-IDX TO MRL-WS-TIER-COUNT.
002036     MOVE CPD-PRODUCT-CODE TO MRL-TR-PRODUCT-CODE (MRL-TR-IDX).
002037     MOVE CPD-EFF-DATE     TO MRL-TR-EFF-DATE (MRL-TR-IDX).
002038     MOVE CPD-TIER-NO      TO MRL-TR-TIER-NO (MRL-TR-IDX).
002039     MOVE CPD-TIER-FLOOR   TO MRL-TR-FLOOR (MRL-TR-IDX).
002040     MOVE CPD-RATE         TO MRL-TR-RATE (MRL-TR-IDX).
002041     READ CPI-PROD-FILE
002042         AT END
002043             MOVE 'Y' TO MRL-WS-RATE-EOF-SW
002044     END-READ.
002045 1088-EXIT.
002046     EXIT.
002047*
002020*===============================================================
002030 2000-PROCESS-REC.
002040*===============================================================
002180     IF CPI-IN-MATURITY-DATE NOT NUMERIC
002190             OR CPI-IN-MATURITY-DATE = ZERO
002200             OR CPI-IN-MATURITY-DATE > RUNSTAMP-DATE
002205             OR CPI-IN-ESCHEATED
002210         PERFORM 2400-PASS-THROUGH THRU 2400-EXIT
002215         ADD 1 TO MRL-WS-PASSED-COUNT
002220         GO TO 2000-READ-NEXT
002270         MOVE CPI-IN-RATE TO MRP-RATE
002280         MOVE CPI-IN-MATURITY-DATE TO MRP-MATURITY
002290         WRITE MRL-RPT-REC FROM MRL-WS-RPT-LINE
002295         MOVE CPI-IN-MATURITY-DATE TO MRL-WS-OLD-MATURITY
002296         MOVE ZERO TO MRL-WS-TIER-NO
002297         PERFORM 2500-WRITE-ROLL-HIST THRU 2500-EXIT
002300         ADD 1 TO MRL-WS-DROPPED-COUNT
002310         GO TO 2000-READ-NEXT
002320     END-IF.
002450*    A NEW TERM OF THE SAME LENGTH FROM TODAY, AT THE RATE IN
002460*    FORCE TODAY, FLAGGED 'R' SO HELLO PRINTS THE RENEWAL
002470*    CONFIRMATION ON THE FIRST NEW STATEMENT.
002475     MOVE CPI-IN-MATURITY-DATE TO MRL-WS-OLD-MATURITY.
002480     PERFORM 2150-SELECT-TODAY-RATE THRU 2150-EXIT.
002490     MOVE MRL-WS-NEW-RATE TO CPI-IN-RATE.
002500     MOVE RUNSTAMP-DATE TO MRL-WS-NEW-MATURITY.
002580     MOVE "RENEWED - NEW TERM    " TO MRP-DISP.
002590     MOVE CPI-IN-RATE TO MRP-RATE.
002600     MOVE CPI-IN-MATURITY-DATE TO MRP-MATURITY.
002601     IF MRL-WS-TIER-NO > ZERO
002602         MOVE "TIER " TO MRP-TIER-LIT
002603         MOVE MRL-WS-TIER-NO TO MRP-TIER-NO
002607     END-IF.
002610     WRITE MRL-RPT-REC FROM MRL-WS-RPT-LINE.
002610     PERFORM 2500-WRITE-ROLL-HIST THRU 2500-EXIT.
002611     MOVE SPACES TO MRP-TIER-LIT.
002612     MOVE SPACES TO MRP-TIER-NO.
002620 2100-EXIT.
002630     EXIT.
002640*
002660 2150-SELECT-TODAY-RATE.
002670*===============================================================
002680*    THE RATE IN FORCE TODAY - ACCOUNT-SPECIFIC ENTRIES FIRST,
002690*    THEN THE PRODUCT TIER FOR THE BALANCE BEING ROLLED, THEN
002691*    THE BLANK-ACCOUNT PRODUCT ENTRIES, FINALLY THE RATE KEYED
002700*    ON THE ACCOUNT RECORD. SAME RULE HELLO APPLIES.
002710     MOVE CPI-IN-RATE TO MRL-WS-NEW-RATE.
002711     MOVE ZERO TO MRL-WS-TIER-NO.
002720     MOVE CPI-IN-ACCOUNT-ID TO MRL-WS-RATE-KEY.
002730     PERFORM 2160-SCAN-RATE-TABLE THRU 2160-EXIT.
002731     IF NOT MRL-WS-RATE-HIT
002732             AND CPI-IN-PRODUCT-CODE NOT = SPACES
002733         PERFORM 2170-SELECT-TIER THRU 2170-EXIT
002734         IF MRL-WS-TIER-HIT
002735             GO TO 2150-EXIT
002736         END-IF
002737     END-IF.
002740     IF NOT MRL-WS-RATE-HIT
002750         MOVE SPACES TO MRL-WS-RATE-KEY
002760         PERFORM 2160-SCAN-RATE-TABLE THRU 2160-EXIT
003040 2165-EXIT.
003050     EXIT.
003060*
003061*===============================================================
003062 2170-SELECT-TIER.
003063*===============================================================
003064*    THE RATE SHEET IN FORCE TODAY IS THE PRODUCT'S LATEST
003065*    EFFECTIVE DATE ON OR BEFORE THE RUN DATE; THE TIER IS ITS
003066*    HIGHEST FLOOR AT OR BELOW THE PRINCIPAL BEING RE-BOOKED.
003067     MOVE 'N' TO MRL-WS-TIER-HIT-SW.
003068     MOVE ZERO TO MRL-WS-TIER-EFF-DATE.
003069     PERFORM 2175-CHECK-TIER-DATE THRU 2175-EXIT
003070         VARYING MRL-TR-IDX FROM 1 BY 1
003071         UNTIL MRL-TR-IDX > MRL-WS-TIER-COUNT.
003072     IF MRL-WS-TIER-EFF-DATE = ZERO
003073         GO TO 2170-EXIT
003074     END-IF.
003075     MOVE ZERO TO MRL-WS-TIER-BEST-FLOOR.
003076     PERFORM 2177-CHECK-TIER-FLOOR THRU 2177-EXIT
003077         VARYING MRL-TR-IDX FROM 1 BY 1
003078         UNTIL MRL-TR-IDX > MRL-WS-TIER-COUNT.
003079 2170-EXIT.
003080     EXIT.
003081*
003082*===============================================================
003083 2175-CHECK-TIER-DATE.
003084*===============================================================
003085     IF MRL-TR-PRODUCT-CODE (MRL-TR-IDX) = CPI-IN-PRODUCT-CODE
003086             AND MRL-TR-EFF-DATE (MRL-TR-IDX) <= RUNSTAMP-DATE
003087             AND MRL-TR-EFF-DATE (MRL-TR-IDX)
003088                 > MRL-WS-TIER-EFF-DATE
003089         MOVE MRL-TR-EFF-DATE (MRL-TR-IDX)
003090             TO MRL-WS-TIER-EFF-DATE
003091     END-IF.
003092 2175-EXIT.
003093     EXIT.
003094*
003095*===============================================================
003096 2177-CHECK-TIER-FLOOR.
003097*===============================================================
003098     IF MRL-TR-PRODUCT-CODE (MRL-TR-IDX) = CPI-IN-PRODUCT-CODE
003099             AND MRL-TR-EFF-DATE (MRL-TR-IDX)
003100                 = MRL-WS-TIER-EFF-DATE
003101             AND MRL-TR-FLOOR (MRL-TR-IDX) <= CPI-IN-PRINCIPAL
003102             AND MRL-TR-FLOOR (MRL-TR-IDX)
003103                 >= MRL-WS-TIER-BEST-FLOOR
003104         MOVE MRL-TR-FLOOR (MRL-TR-IDX) TO MRL-WS-TIER-BEST-FLOOR
003105         MOVE MRL-TR-TIER-NO (MRL-TR-IDX) TO MRL-WS-TIER-NO
003106         MOVE MRL-TR-RATE (MRL-TR-IDX) TO MRL-WS-NEW-RATE
003107         MOVE 'Y' TO MRL-WS-TIER-HIT-SW
003108     END-IF.
003109 2177-EXIT.
003110     EXIT.
003111*
003070*===============================================================
003080 2400-PASS-THROUGH.
003090*===============================================================
003160 2400-EXIT.
003170     EXIT.
003180*
003181*===============================================================
003182 2500-WRITE-ROLL-HIST.
003183*===============================================================
003184*    CPI-IN-RENEW-FLAG IS STILL 'N' FOR A DROPPED ACCOUNT AND
003185*    ALREADY 'R' FOR A RENEWED ONE.
003186     MOVE SPACES               TO CPI-ROLL-HIST-REC.
003187     MOVE CPI-IN-ACCOUNT-ID    TO CRH-ACCOUNT-ID.
003188     MOVE RUNSTAMP-DATE        TO CRH-ROLL-DATE.
003189     MOVE CPI-IN-RENEW-FLAG    TO CRH-DISP.
003190     MOVE MRL-WS-OLD-MATURITY  TO CRH-OLD-MATURITY.
003191     IF CPI-IN-DO-NOT-RENEW
003192         MOVE ZERO             TO CRH-NEW-MATURITY
003193         MOVE ZERO             TO CRH-NEW-RATE
003194     ELSE
003195         MOVE CPI-IN-MATURITY-DATE TO CRH-NEW-MATURITY
003196         MOVE CPI-IN-RATE      TO CRH-NEW-RATE
003197     END-IF.
003198     MOVE MRL-WS-TIER-NO       TO CRH-TIER-NO.
003199     WRITE CPI-ROLL-HIST-REC.
003200 2500-EXIT.
003201     EXIT.
003202*
003190*===============================================================
003200 3000-TERMINATE.
003210*===============================================================
003320         CLOSE CPI-PRIN-FILE
003330     END-IF.
003340     CLOSE MRL-OUT-FILE.
003345     CLOSE CPI-ROLL-HIST.
003350     CLOSE MRL-RPT-FILE.
003360     DISPLAY "MATURITY-ROLL: ACCOUNTS READ:   "
003370         MRL-WS-READ-COUNT.
