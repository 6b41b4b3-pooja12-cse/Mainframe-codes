000267*                    DATE ARITHMETIC USES THE SAME DAYS-IN-
000268*                    MONTH/NUM-UTIL LEAP LOGIC SIMPLE-INTEREST
000269*                    USES.
000270*   10/15/2026 RK    PRINCIPAL NOW KEYS UP TO 9,999,999.99 AND
000271*                    THE QUOTED INTEREST UP TO THE SAME CEILING -
000272*                    SIM-QUOTE-FILE WIDENED TO 80 BYTES WITH
000273*                    9(07)V99 SQT-PRINCIPAL AND SQT-INTEREST, IN
000274*                    STEP WITH THE BATCH SIMPLE-INTEREST RUN.
000275*   10/15/2026 RK    RATE PRICING GRID. THE RATEGRID CONTROL
000276*                    FILE GIVES THE STANDARD RATE BY PRINCIPAL
000277*                    BAND AND TERM. THE OFFICER NOW KEYS TERM
000278*                    BEFORE RATE, IS SHOWN THE GRID RATE, AND
000279*                    GETS IT BY KEYING A ZERO RATE. ANY OTHER
000280*                    RATE NEEDS A RATE-EXCEPTION REASON CODE OR
000281*                    NO QUOTE IS SAVED. SIM-QUOTE-FILE NOW
000282*                    CARRIES THE GRID RATE AND THE REASON NEXT
000283*                    TO THE QUOTED RATE (FROM ITS FILLER) FOR
000284*                    THE RATE-EXCEPT WEEKLY REPORT. A LOAN OFF
000285*                    THE GRID, OR NO GRID FILE, QUOTES AS BEFORE.
000240*---------------------------------------------------------------
000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000368         ACCESS MODE IS RANDOM
000368         RECORD KEY IS PAY-BM-LOAN-ID
000368         FILE STATUS IS LON-WS-BAL-STATUS.
000369     SELECT LON-GRID-FILE     ASSIGN TO RATEGRID
000369         ORGANIZATION IS LINE SEQUENTIAL
000369         FILE STATUS IS LON-WS-GRID-STATUS.
000370*
000380 DATA DIVISION.
000390 FILE SECTION.
000492*    CONVERTS ACCEPTED QUOTES INTO SIM-LOAN-FILE RECORDS FOR THE
000493*    NIGHTLY SIMPLE-INTEREST RUN.
000494 FD  SIM-QUOTE-FILE
000495     RECORD CONTAINS 80 CHARACTERS.
000496 01  SIM-QUOTE-REC.
000497     05  SQT-QUOTE-ID.
000498         10  SQT-QUOTE-DATE      PIC 9(08).
000499         10  SQT-QUOTE-SEQ       PIC 9(06).
000500     05  SQT-LOAN-ID             PIC X(10).
000501     05  SQT-PRINCIPAL           PIC 9(07)V99.
000502     05  SQT-RATE                PIC 9(02)V99.
000503     05  SQT-TERM                PIC 9(01)V99.
000504     05  SQT-INTEREST            PIC 9(07)V99.
000505     05  SQT-OFFICER             PIC X(08).
000506     05  SQT-EXPIRY-DATE         PIC 9(08).
000506     05  SQT-GRID-RATE           PIC 9(02)V99.
000506     05  SQT-RATE-REASON         PIC X(02).
000507     05  FILLER                  PIC X(09).
000507*
000508*    BORROWER MASTER - SEE BORROWER-STMT'S FD.
000509 FD  BOR-MAST-FILE
000532     05  PAY-BM-FEE-BAL          PIC 9(07)V99.
000533     05  FILLER                  PIC X(03).
000534*
000534*    RATE PRICING GRID - ONE RECORD PER PRINCIPAL BAND AND TERM.
000534*    A BAND RUNS UP TO AND INCLUDING ITS PGR-PRIN-MAX; WITHIN IT
000534*    A TERM ROW COVERS TERMS UP TO ITS PGR-TERM-MAX.
000534 FD  LON-GRID-FILE
000534     RECORD CONTAINS 20 CHARACTERS.
000534 01  LON-GRID-REC.
000534     05  PGR-PRIN-MAX            PIC 9(07)V99.
000534     05  PGR-TERM-MAX            PIC 9(01)V99.
000534     05  PGR-RATE                PIC 9(02)V99.
000534     05  FILLER                  PIC X(04).
000534*
000500 WORKING-STORAGE SECTION.
000510 77  LON-WS-DONE-SW              PIC X(01) VALUE 'N'.
000520     88  LON-WS-DONE             VALUE 'Y'.
000562 01  LON-WS-EXPOSURE             PIC 9(09)V99 VALUE ZERO.
000563 01  LON-WS-EXPOSURE-ED          PIC $ZZZ,ZZZ,ZZ9.99.
000564 01  LON-WS-BALANCE-ED           PIC $Z,ZZZ,ZZ9.99.
000564*
000564*    PRICING-GRID TABLE FROM THE RATEGRID CONTROL FILE, AND THE
000564*    RATE-EXCEPTION REASON CODES AN OFFICER MAY GIVE FOR QUOTING
000564*    OFF THE GRID RATE.
000564 77  LON-WS-GRID-STATUS          PIC X(02) VALUE '00'.
000564 77  LON-WS-GRID-EOF-SW          PIC X(01) VALUE 'N'.
000564     88  LON-WS-GRID-EOF         VALUE 'Y'.
000564 77  LON-WS-GRID-COUNT           PIC 9(03) COMP VALUE ZERO.
000564 01  LON-WS-GRID-TABLE.
000564     05  LON-GR-ENTRY OCCURS 200 TIMES
000564                      INDEXED BY LON-GR-IDX.
000564         10  LON-GR-PRIN-MAX     PIC 9(07)V99.
000564         10  LON-GR-TERM-MAX     PIC 9(01)V99.
000564         10  LON-GR-RATE         PIC 9(02)V99.
000564 01  LON-WS-GRID-BAND            PIC 9(07)V99 VALUE ZERO.
000564 01  LON-WS-GRID-TERM            PIC 9(01)V99 VALUE ZERO.
000564 01  LON-WS-GRID-RATE            PIC 9(02)V99 VALUE ZERO.
000564 01  LON-WS-RATE-ED              PIC Z9.99.
000564 01  LON-WS-RATE-REASON          PIC X(02).
000564     88  LON-WS-REASON-VALID     VALUES 'CM' 'RL' 'PR' 'CR'
000564                                        'EX'.
000553*
000554*    AUTHORIZED-USER TABLE FROM THE ONLAUTH CONTROL FILE. AN
000555*    EMPTY COUNT MEANS THE FILE IS ABSENT AND USE IS OPEN.
000550 77  LON-WS-VALID-SW             PIC X(01).
000560     88  LON-WS-VALID            VALUE 'Y'.
000570     88  LON-WS-INVALID          VALUE 'N'.
000570     88  LON-WS-NO-REASON        VALUE 'R'.
000580     COPY RGCPARM.
000585     COPY NUMUTIL.
000590     COPY RUNSTAMP.
000600*
000610 01  LON-WS-LOAN-ID              PIC X(10).
000620 01  LON-WS-PRINCIPAL            PIC 9(07)V99.
000630 01  LON-WS-RATE                 PIC 9(02)V99.
000640 01  LON-WS-TERM                 PIC 9(01)V99.
000650 01  LON-WS-RATE-BASIS           PIC 9(03)V99 VALUE 100.00.
000662     05  LON-XP-DAY              PIC 9(02).
000663 77  LON-WS-CTL-EOF-SW           PIC X(01) VALUE 'N'.
000664     88  LON-WS-CTL-EOF          VALUE 'Y'.
000660 01  LON-WS-INTEREST-CALC        PIC 9(09)V99.
000670 01  LON-WS-INTEREST             PIC $Z,ZZZ,ZZ9.99.
000680*
000690 PROCEDURE DIVISION.
000700*===============================================================
000820     ACCEPT RUNSTAMP-DATE FROM DATE YYYYMMDD.
000830     ACCEPT RUNSTAMP-TIME FROM TIME.
000840     PERFORM 1050-LOAD-RATE-BASIS THRU 1050-EXIT.
000840     PERFORM 1070-LOAD-RATE-GRID THRU 1070-EXIT.
000842     ACCEPT LON-WS-OFFICER FROM ENVIRONMENT "USER".
000843*    SEED THE QUOTE SEQUENCE FROM THE SESSION START TIME'S FULL
000844*    HHMMSS (NOT THE LOW-ORDER DIGITS, WHICH REPEAT EVERY HOUR)
001098     END-READ.
001099 1055-EXIT.
001100     EXIT.
001100*
001100*===============================================================
001100 1070-LOAD-RATE-GRID.
001100*===============================================================
001100*    A MISSING GRID FILE LEAVES EVERY QUOTE OFF THE GRID - THE
001100*    OFFICER KEYS THE RATE AS BEFORE.
001100     OPEN INPUT LON-GRID-FILE.
001100     IF LON-WS-GRID-STATUS NOT = '00'
001100         GO TO 1070-EXIT
001100     END-IF.
001100     READ LON-GRID-FILE
001100         AT END
001100             MOVE 'Y' TO LON-WS-GRID-EOF-SW
001100     END-READ.
001100     PERFORM 1075-LOAD-ONE-GRID THRU 1075-EXIT
001100         UNTIL LON-WS-GRID-EOF OR LON-WS-GRID-COUNT = 200.
001100     CLOSE LON-GRID-FILE.
001100 1070-EXIT.
001100     EXIT.
001100*
001100*===============================================================
001100 1075-LOAD-ONE-GRID.
001100*===============================================================
001100     IF PGR-PRIN-MAX NUMERIC AND PGR-TERM-MAX NUMERIC
001100             AND PGR-RATE NUMERIC AND PGR-RATE > ZERO
001100         ADD 1 TO LON-WS-GRID-COUNT
001100         SET LON-GR-IDX TO LON-WS-GRID-COUNT
001100         MOVE PGR-PRIN-MAX TO LON-GR-PRIN-MAX (LON-GR-IDX)
001100         MOVE PGR-TERM-MAX TO LON-GR-TERM-MAX (LON-GR-IDX)
001100         MOVE PGR-RATE     TO LON-GR-RATE (LON-GR-IDX)
001100     END-IF.
001100     READ LON-GRID-FILE
001100         AT END
001100             MOVE 'Y' TO LON-WS-GRID-EOF-SW
001100     END-READ.
001100 1075-EXIT.
001100     EXIT.
001090*
001100*===============================================================
001110 2000-PROCESS-ENTRY.
001193     IF LON-WS-CUST-ID NOT = SPACES
001194         PERFORM 2030-SHOW-EXPOSURE THRU 2030-EXIT
001195     END-IF.
001190     DISPLAY "ENTER PRINCIPAL (0000000.00-9999999.99): ".
001200     ACCEPT LON-WS-PRINCIPAL.
001230     DISPLAY "ENTER TERM IN YEARS (0.00-9.99): ".
001240     ACCEPT LON-WS-TERM.
001241     PERFORM 2040-LOOKUP-GRID-RATE THRU 2040-EXIT.
001242     IF LON-WS-GRID-RATE > ZERO
001243         MOVE LON-WS-GRID-RATE TO LON-WS-RATE-ED
001244         DISPLAY "GRID RATE IS " LON-WS-RATE-ED
001245             " - ENTER 00.00 TO QUOTE IT"
001246     ELSE
001247         DISPLAY "NO GRID RATE FOR THIS PRINCIPAL AND TERM"
001248     END-IF.
001249     DISPLAY "ENTER RATE (00.00-99.99): ".
001250     ACCEPT LON-WS-RATE.
001251     IF LON-WS-GRID-RATE > ZERO
001252         IF LON-WS-RATE NOT NUMERIC OR LON-WS-RATE = ZERO
001253             MOVE LON-WS-GRID-RATE TO LON-WS-RATE
001254         END-IF
001255     END-IF.
001256     MOVE SPACES TO LON-WS-RATE-REASON.
001257     PERFORM 2050-VALIDATE-LOAN THRU 2050-EXIT.
001258     IF LON-WS-VALID AND LON-WS-GRID-RATE > ZERO
001259             AND LON-WS-RATE NOT = LON-WS-GRID-RATE
001260         PERFORM 2060-GET-RATE-REASON THRU 2060-EXIT
001261     END-IF.
001260     IF LON-WS-VALID
001270         COMPUTE LON-WS-INTEREST-CALC ROUNDED =
001280             (LON-WS-PRINCIPAL * LON-WS-RATE * LON-WS-TERM)
001290                 / LON-WS-RATE-BASIS
001300         IF LON-WS-INTEREST-CALC > 9999999.99
001310             DISPLAY "INTEREST EXCEEDS 9999999.99 - REFER TO "
001311                 "BATCH"
001320         ELSE
001330             MOVE LON-WS-INTEREST-CALC TO LON-WS-INTEREST
001340             DISPLAY "LOAN " LON-WS-LOAN-ID
001355             PERFORM 2150-WRITE-QUOTE THRU 2150-EXIT
001360         END-IF
001370     ELSE
001371         IF LON-WS-NO-REASON
001372             DISPLAY "RATE OFF GRID WITHOUT A VALID REASON "
001373                 "CODE - NO QUOTE"
001374         ELSE
001380             DISPLAY "P/R/T NOT NUMERIC OR OUT OF RANGE - NO "
001381                 "QUOTE"
001382         END-IF
001390     END-IF.
001400     PERFORM 2200-WRITE-SECLOG THRU 2200-EXIT.
001410 2000-EXIT.
001510         GO TO 2050-EXIT
001520     END-IF.
001530     MOVE 0.01     TO RGC-PARM-MIN.
001540     MOVE 9999999.99 TO RGC-PARM-MAX.
001550     MOVE LON-WS-PRINCIPAL TO RGC-PARM-VALUE.
001560     CALL 'RANGE-CHECK' USING RGC-PARM-VALUE RGC-PARM-MIN
001570         RGC-PARM-MAX RGC-PARM-VALID-SW.
001770 2050-EXIT.
001780     EXIT.
001790*
001790*===============================================================
001790 2040-LOOKUP-GRID-RATE.
001790*===============================================================
001790*    THE BAND IS THE SMALLEST PGR-PRIN-MAX AT OR ABOVE THE
001790*    PRINCIPAL; THE RATE IS THAT BAND'S ROW WITH THE SMALLEST
001790*    PGR-TERM-MAX AT OR ABOVE THE TERM. NO SUCH ROW, NO GRID
001790*    RATE.
001790     MOVE ZERO TO LON-WS-GRID-RATE.
001790     MOVE ZERO TO LON-WS-GRID-BAND.
001790     MOVE ZERO TO LON-WS-GRID-TERM.
001790     IF LON-WS-GRID-COUNT = ZERO
001790             OR LON-WS-PRINCIPAL NOT NUMERIC
001790             OR LON-WS-TERM NOT NUMERIC
001790         GO TO 2040-EXIT
001790     END-IF.
001790     PERFORM 2042-FIND-BAND THRU 2042-EXIT
001790         VARYING LON-GR-IDX FROM 1 BY 1
001790         UNTIL LON-GR-IDX > LON-WS-GRID-COUNT.
001790     IF LON-WS-GRID-BAND = ZERO
001790         GO TO 2040-EXIT
001790     END-IF.
001790     PERFORM 2044-FIND-TERM-ROW THRU 2044-EXIT
001790         VARYING LON-GR-IDX FROM 1 BY 1
001790         UNTIL LON-GR-IDX > LON-WS-GRID-COUNT.
001790 2040-EXIT.
001790     EXIT.
001790*
001790*===============================================================
001790 2042-FIND-BAND.
001790*===============================================================
001790     IF LON-GR-PRIN-MAX (LON-GR-IDX) NOT < LON-WS-PRINCIPAL
001790         IF LON-WS-GRID-BAND = ZERO
001790                 OR LON-GR-PRIN-MAX (LON-GR-IDX)
001790                     < LON-WS-GRID-BAND
001790             MOVE LON-GR-PRIN-MAX (LON-GR-IDX)
001790                 TO LON-WS-GRID-BAND
001790         END-IF
001790     END-IF.
001790 2042-EXIT.
001790     EXIT.
001790*
001790*===============================================================
001790 2044-FIND-TERM-ROW.
001790*===============================================================
001790     IF LON-GR-PRIN-MAX (LON-GR-IDX) = LON-WS-GRID-BAND
001790             AND LON-GR-TERM-MAX (LON-GR-IDX)
001790                 NOT < LON-WS-TERM
001790         IF LON-WS-GRID-RATE = ZERO
001790                 OR LON-GR-TERM-MAX (LON-GR-IDX)
001790                     < LON-WS-GRID-TERM
001790             MOVE LON-GR-TERM-MAX (LON-GR-IDX)
001790                 TO LON-WS-GRID-TERM
001790             MOVE LON-GR-RATE (LON-GR-IDX)
001790                 TO LON-WS-GRID-RATE
001790         END-IF
001790     END-IF.
001790 2044-EXIT.
001790     EXIT.
001790*
001790*===============================================================
001790 2060-GET-RATE-REASON.
001790*===============================================================
001790*    A RATE OTHER THAN THE GRID'S MUST SAY WHY: CM COMPETITOR
001790*    MATCH, RL RELATIONSHIP PRICING, PR PROMOTION, CR CREDIT
001790*    RISK (PRICED ABOVE GRID), EX EXECUTIVE EXCEPTION.
001790     DISPLAY "RATE DIFFERS FROM GRID - ENTER REASON CODE "
001790         "(CM RL PR CR EX): ".
001790     ACCEPT LON-WS-RATE-REASON.
001790     IF NOT LON-WS-REASON-VALID
001790         MOVE 'R' TO LON-WS-VALID-SW
001790     END-IF.
001790 2060-EXIT.
001790     EXIT.
001790*
001791*===============================================================
001792 2030-SHOW-EXPOSURE.
001793*===============================================================
001803     MOVE LON-WS-OFFICER    TO SQT-OFFICER.
001804     PERFORM 2160-SET-EXPIRY-DATE THRU 2160-EXIT.
001805     MOVE LON-WS-EXPIRY-DATE TO SQT-EXPIRY-DATE.
001805     MOVE LON-WS-GRID-RATE  TO SQT-GRID-RATE.
001805     MOVE LON-WS-RATE-REASON TO SQT-RATE-REASON.
001806     WRITE SIM-QUOTE-REC.
001805     DISPLAY "QUOTE SAVED AS " SQT-QUOTE-ID.
001808 2150-EXIT.
