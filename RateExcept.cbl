000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     RATE-EXCEPT.
000030 AUTHOR.         R KHANNA.
000040 INSTALLATION.   LOAN SERVICING DATA PROCESSING.
000050 DATE-WRITTEN.   10/15/2026.
000060 DATE-COMPILED.  10/15/2026.
000070*---------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*---------------------------------------------------------------
000100*   DATE       INIT  DESCRIPTION
000110*   --------   ----  ----------------------------------------
000120*   10/15/2026 RK    ORIGINAL VERSION. WEEKLY RATE-EXCEPTION
000130*                    REPORT. READS THE SIM-QUOTE-FILE LOAN-ONLINE
000140*                    APPENDS AND, FOR EVERY QUOTE IN THE WINDOW
000150*                    (DAYSBACK PARM ON THE RXRPARM CONTROL FILE,
000160*                    DEFAULT 7 DAYS ENDING TODAY) THAT WAS
000170*                    PRICED OFF ITS GRID RATE, LISTS THE QUOTE
000180*                    UNDER ITS OFFICER WITH THE REASON CODE AND
000190*                    THE INTEREST GIVEN AWAY AGAINST THE GRID -
000200*                    PRINCIPAL TIMES THE RATE DIFFERENCE TIMES
000210*                    TERM OVER THE SIM-CTL RATEBASE, THE SAME
000220*                    FORMULA THE QUOTE ITSELF USED. A QUOTE
000230*                    PRICED ABOVE GRID SHOWS AS A NEGATIVE
000240*                    GIVEAWAY. EACH OFFICER GETS A SUBTOTAL WITH
000250*                    ITS GRID-QUOTE AND EXCEPTION COUNTS, AND THE
000260*                    REPORT ENDS WITH A GRAND TOTAL. QUOTES
000270*                    WRITTEN BEFORE THE PRICING GRID, OR OFF IT,
000280*                    CARRY NO GRID RATE AND ARE NOT EXCEPTIONS.
000290*---------------------------------------------------------------
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000320 SOURCE-COMPUTER. IBM-370.
000330 OBJECT-COMPUTER. IBM-370.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT RXR-QUOTE-FILE    ASSIGN TO SIMQUOTE
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS RXR-WS-QUOTE-STATUS.
000390     SELECT RXR-CTL-FILE      ASSIGN TO SIMCTL
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS RXR-WS-CTL-STATUS.
000420     SELECT RXR-PARM-FILE     ASSIGN TO RXRPARM
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS RXR-WS-PARM-STATUS.
000450     SELECT RXR-RPT-FILE      ASSIGN TO RXRRPT
000460         ORGANIZATION IS LINE SEQUENTIAL.
000470*
000480 DATA DIVISION.
000490 FILE SECTION.
000500*    LOAN-ONLINE'S SIM-QUOTE-REC.
000510 FD  RXR-QUOTE-FILE
000520     RECORD CONTAINS 80 CHARACTERS.
000530 01  RXR-QUOTE-REC.
000540     05  SQT-QUOTE-ID.
000550         10  SQT-QUOTE-DATE      PIC 9(08).
000560         10  SQT-QUOTE-SEQ       PIC 9(06).
000570     05  SQT-LOAN-ID             PIC X(10).
000580     05  SQT-PRINCIPAL           PIC 9(07)V99.
000590     05  SQT-RATE                PIC 9(02)V99.
000600     05  SQT-TERM                PIC 9(01)V99.
000610     05  SQT-INTEREST            PIC 9(07)V99.
000620     05  SQT-OFFICER             PIC X(08).
000630     05  SQT-EXPIRY-DATE         PIC 9(08).
000640     05  SQT-GRID-RATE           PIC 9(02)V99.
000650     05  SQT-RATE-REASON         PIC X(02).
000660     05  FILLER                  PIC X(09).
000670*
000680 FD  RXR-CTL-FILE
000690     RECORD CONTAINS 20 CHARACTERS.
000700     COPY CTLPARM REPLACING ==CTLPARM-RECORD==
000710         BY ==RXR-CTL-REC==.
000720*
000730 FD  RXR-PARM-FILE
000740     RECORD CONTAINS 20 CHARACTERS.
000750     COPY CTLPARM REPLACING ==CTLPARM-RECORD==
000760         BY ==RXR-PARM-REC==.
000770*
000780 FD  RXR-RPT-FILE
000790     RECORD CONTAINS 80 CHARACTERS.
000800 01  RXR-RPT-REC                 PIC X(80).
000810*
000820 WORKING-STORAGE SECTION.
000830 77  RXR-WS-EOF-SW               PIC X(01) VALUE 'N'.
000840     88  RXR-WS-EOF              VALUE 'Y'.
000850 77  RXR-WS-CTL-EOF-SW           PIC X(01) VALUE 'N'.
000860     88  RXR-WS-CTL-EOF          VALUE 'Y'.
000870 77  RXR-WS-QUOTE-STATUS         PIC X(02) VALUE '00'.
000880 77  RXR-WS-CTL-STATUS           PIC X(02) VALUE '00'.
000890 77  RXR-WS-PARM-STATUS          PIC X(02) VALUE '00'.
000900 77  RXR-WS-FOUND-SW             PIC X(01).
000910     88  RXR-WS-FOUND            VALUE 'Y'.
000920 77  RXR-WS-OF-FULL-SW           PIC X(01) VALUE 'N'.
000930     88  RXR-WS-OF-FULL          VALUE 'Y'.
000940 77  RXR-WS-EX-FULL-SW           PIC X(01) VALUE 'N'.
000950     88  RXR-WS-EX-FULL          VALUE 'Y'.
000960 77  RXR-WS-DAYS-BACK            PIC 9(03) COMP VALUE 7.
000970 77  RXR-WS-HIT                  PIC 9(05) COMP VALUE ZERO.
000980 77  RXR-WS-SEEK-OFFICER         PIC X(08).
000990 77  RXR-WS-QUOTES-READ          PIC 9(07) COMP VALUE ZERO.
001000 77  RXR-WS-IN-WINDOW            PIC 9(07) COMP VALUE ZERO.
001010 77  RXR-WS-GRID-QUOTES          PIC 9(07) COMP VALUE ZERO.
001020 77  RXR-WS-EXCP-COUNT           PIC 9(07) COMP VALUE ZERO.
001030 77  RXR-WS-ABOVE-COUNT          PIC 9(07) COMP VALUE ZERO.
001040 01  RXR-WS-RATE-BASIS           PIC 9(03)V99 VALUE 100.00.
001050 01  RXR-WS-GIVEAWAY             PIC S9(09)V99 VALUE ZERO.
001060 01  RXR-WS-GRAND-TOTAL          PIC S9(11)V99 VALUE ZERO.
001070     COPY RUNSTAMP.
001080*
001090*    SERIAL-DAY CONVERSION - SAME SHAPE AS SIMPLE-INTEREST'S
001100*    2090-DATE-TO-SERIAL.
001110 01  RXR-WS-SER-DATE             PIC 9(08).
001120 01  RXR-WS-SER-DATE-MDY REDEFINES RXR-WS-SER-DATE.
001130     05  RXR-SER-YEAR            PIC 9(04).
001140     05  RXR-SER-MONTH           PIC 9(02).
001150     05  RXR-SER-DAY             PIC 9(02).
001160 77  RXR-WS-SER-M                PIC 9(04) COMP VALUE ZERO.
001170 77  RXR-WS-SER-Y                PIC 9(04) COMP VALUE ZERO.
001180 77  RXR-WS-SERIAL               PIC 9(07) COMP VALUE ZERO.
001190 77  RXR-WS-TODAY-SERIAL         PIC 9(07) COMP VALUE ZERO.
001200 77  RXR-WS-AGE-DAYS             PIC S9(07) COMP VALUE ZERO.
001210*
001220*    ONE ENTRY PER OFFICER WHO QUOTED ON THE GRID IN THE WINDOW,
001230*    IN ORDER OF FIRST QUOTE.
001240 77  RXR-WS-OF-COUNT             PIC 9(03) COMP VALUE ZERO.
001250 01  RXR-WS-OFFICER-TABLE.
001260     05  RXR-OF-ENTRY OCCURS 200 TIMES
001270                      INDEXED BY RXR-OF-IDX.
001280         10  RXR-OF-OFFICER      PIC X(08).
001290         10  RXR-OF-GRID-QUOTES  PIC 9(05) COMP.
001300         10  RXR-OF-EXCP-COUNT   PIC 9(05) COMP.
001310         10  RXR-OF-GIVEAWAY     PIC S9(09)V99.
001320*
001330*    THE EXCEPTIONS THEMSELVES, PRINTED UNDER THEIR OFFICER.
001340 77  RXR-WS-EX-COUNT             PIC 9(05) COMP VALUE ZERO.
001350 01  RXR-WS-EXCP-TABLE.
001360     05  RXR-EX-ENTRY OCCURS 2000 TIMES
001370                      INDEXED BY RXR-EX-IDX.
001380         10  RXR-EX-OF-SUB       PIC 9(03) COMP.
001390         10  RXR-EX-QUOTE-ID     PIC X(14).
001400         10  RXR-EX-LOAN-ID      PIC X(10).
001410         10  RXR-EX-PRINCIPAL    PIC 9(07)V99.
001420         10  RXR-EX-GRID-RATE    PIC 9(02)V99.
001430         10  RXR-EX-RATE         PIC 9(02)V99.
001440         10  RXR-EX-TERM         PIC 9(01)V99.
001450         10  RXR-EX-REASON       PIC X(02).
001460         10  RXR-EX-GIVEAWAY     PIC S9(09)V99.
001470*
001480 01  RXR-WS-TITLE-LINE.
001490     05  FILLER                  PIC X(36) VALUE
001500         "RATE EXCEPTIONS AGAINST GRID - LAST ".
001510     05  RTL-DAYS                PIC ZZ9.
001520     05  FILLER                  PIC X(41) VALUE " DAYS".
001530*
001540 01  RXR-WS-OFFICER-LINE.
001550     05  FILLER                  PIC X(08) VALUE "OFFICER ".
001560     05  ROL-OFFICER             PIC X(08).
001570     05  FILLER                  PIC X(64) VALUE SPACES.
001580*
001590 01  RXR-WS-COLUMN-LINE.
001600     05  FILLER                  PIC X(40) VALUE
001610         "  QUOTE ID       LOAN ID     PRINCIPAL  ".
001620     05  FILLER                  PIC X(40) VALUE
001630         "GRID  RATE RS TERM    GIVEN AWAY        ".
001640*
001650 01  RXR-WS-DETAIL-LINE.
001660     05  FILLER                  PIC X(02) VALUE SPACES.
001670     05  RDL-QUOTE-ID            PIC X(14).
001680     05  FILLER                  PIC X(01) VALUE SPACES.
001690     05  RDL-LOAN-ID             PIC X(10).
001700     05  FILLER                  PIC X(01) VALUE SPACES.
001710     05  RDL-PRINCIPAL           PIC Z(6)9.99.
001720     05  FILLER                  PIC X(01) VALUE SPACES.
001730     05  RDL-GRID-RATE           PIC Z9.99.
001740     05  FILLER                  PIC X(01) VALUE SPACES.
001750     05  RDL-RATE                PIC Z9.99.
001760     05  FILLER                  PIC X(01) VALUE SPACES.
001770     05  RDL-REASON              PIC X(02).
001780     05  FILLER                  PIC X(01) VALUE SPACES.
001790     05  RDL-TERM                PIC 9.99.
001800     05  FILLER                  PIC X(01) VALUE SPACES.
001810     05  RDL-GIVEAWAY            PIC -ZZ,ZZZ,ZZ9.99.
001820     05  FILLER                  PIC X(07) VALUE SPACES.
001830*
001840 01  RXR-WS-SUBTOTAL-LINE.
001850     05  FILLER                  PIC X(14) VALUE
001860         "  GRID QUOTES ".
001870     05  RSL-GRID-QUOTES         PIC ZZZZ9.
001880     05  FILLER                  PIC X(13) VALUE
001890         "  EXCEPTIONS ".
001900     05  RSL-EXCP-COUNT          PIC ZZZZ9.
001910     05  FILLER                  PIC X(13) VALUE
001920         "  GIVEN AWAY ".
001930     05  RSL-GIVEAWAY            PIC -ZZ,ZZZ,ZZ9.99.
001940     05  FILLER                  PIC X(16) VALUE SPACES.
001950*
001960 01  RXR-WS-FOOT-LINE.
001970     05  LFL-LABEL               PIC X(34).
001980     05  LFL-COUNT               PIC Z(6)9.
001990     05  FILLER                  PIC X(39) VALUE SPACES.
002000*
002010 01  RXR-WS-AMT-FOOT-LINE.
002020     05  LFA-LABEL               PIC X(34).
002030     05  LFA-AMOUNT              PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
002040     05  FILLER                  PIC X(27) VALUE SPACES.
002050*
002060 01  RXR-WS-NOTE-LINE            PIC X(80).
002070 01  RXR-WS-BLANK-LINE           PIC X(80) VALUE SPACES.
002080*
002090 PROCEDURE DIVISION.
002100*===============================================================
002110 0000-MAINLINE.
002120*===============================================================
002130     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002140     PERFORM 2000-CHECK-ONE-QUOTE THRU 2000-EXIT
002150         UNTIL RXR-WS-EOF.
002160     PERFORM 4000-PRINT-OFFICERS THRU 4000-EXIT.
002170     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002180     STOP RUN.
002190*
002200*===============================================================
002210 1000-INITIALIZE.
002220*===============================================================
002230     OPEN OUTPUT RXR-RPT-FILE.
002240     ACCEPT RUNSTAMP-DATE FROM DATE YYYYMMDD.
002250     ACCEPT RUNSTAMP-TIME FROM TIME.
002260     MOVE RUNSTAMP-DATE TO RUNSTAMP-HDR-DATE.
002270     MOVE RUNSTAMP-TIME TO RUNSTAMP-HDR-TIME.
002280     WRITE RXR-RPT-REC FROM RUNSTAMP-HEADER-LINE.
002290     PERFORM 1100-LOAD-RATE-BASIS THRU 1100-EXIT.
002300     PERFORM 1200-LOAD-DAYS-BACK THRU 1200-EXIT.
002310     MOVE RUNSTAMP-DATE TO RXR-WS-SER-DATE.
002320     PERFORM 8900-DATE-TO-SERIAL THRU 8900-EXIT.
002330     MOVE RXR-WS-SERIAL TO RXR-WS-TODAY-SERIAL.
002340     MOVE RXR-WS-DAYS-BACK TO RTL-DAYS.
002350     WRITE RXR-RPT-REC FROM RXR-WS-BLANK-LINE.
002360     WRITE RXR-RPT-REC FROM RXR-WS-TITLE-LINE.
002370     OPEN INPUT RXR-QUOTE-FILE.
002380     IF RXR-WS-QUOTE-STATUS NOT = '00'
002390         DISPLAY "RATE-EXCEPT: NO QUOTE FILE"
002400         MOVE 8 TO RETURN-CODE
002410         MOVE 'Y' TO RXR-WS-EOF-SW
002420         GO TO 1000-EXIT
002430     END-IF.
002440     READ RXR-QUOTE-FILE
002450         AT END
002460             MOVE 'Y' TO RXR-WS-EOF-SW
002470     END-READ.
002480 1000-EXIT.
002490     EXIT.
002500*
002510*===============================================================
002520 1100-LOAD-RATE-BASIS.
002530*===============================================================
002540*    SAME RATEBASE LOAN-ONLINE PRICED THE QUOTES WITH.
002550     OPEN INPUT RXR-CTL-FILE.
002560     IF RXR-WS-CTL-STATUS NOT = '00'
002570         GO TO 1100-EXIT
002580     END-IF.
002590     MOVE 'N' TO RXR-WS-CTL-EOF-SW.
002600     READ RXR-CTL-FILE
002610         AT END
002620             MOVE 'Y' TO RXR-WS-CTL-EOF-SW
002630     END-READ.
002640     PERFORM 1110-CHECK-ONE-CTL THRU 1110-EXIT
002650         UNTIL RXR-WS-CTL-EOF.
002660     CLOSE RXR-CTL-FILE.
002670 1100-EXIT.
002680     EXIT.
002690*
002700*===============================================================
002710 1110-CHECK-ONE-CTL.
002720*===============================================================
002730     IF CTL-PARM-CODE OF RXR-CTL-REC = 'RATEBASE'
002740             AND CTL-PARM-VALUE OF RXR-CTL-REC > ZERO
002750         MOVE CTL-PARM-VALUE OF RXR-CTL-REC
002760             TO RXR-WS-RATE-BASIS
002770     END-IF.
002780     READ RXR-CTL-FILE
002790         AT END
002800             MOVE 'Y' TO RXR-WS-CTL-EOF-SW
002810     END-READ.
002820 1110-EXIT.
002830     EXIT.
002840*
002850*===============================================================
002860 1200-LOAD-DAYS-BACK.
002870*===============================================================
002880     OPEN INPUT RXR-PARM-FILE.
002890     IF RXR-WS-PARM-STATUS NOT = '00'
002900         GO TO 1200-EXIT
002910     END-IF.
002920     MOVE 'N' TO RXR-WS-CTL-EOF-SW.
002930     READ RXR-PARM-FILE
002940         AT END
002950             MOVE 'Y' TO RXR-WS-CTL-EOF-SW
002960     END-READ.
002970     PERFORM 1210-CHECK-ONE-PARM THRU 1210-EXIT
002980         UNTIL RXR-WS-CTL-EOF.
002990     CLOSE RXR-PARM-FILE.
003000 1200-EXIT.
003010     EXIT.
003020*
003030*===============================================================
003040 1210-CHECK-ONE-PARM.
003050*===============================================================
003060     IF CTL-PARM-CODE OF RXR-PARM-REC = 'DAYSBACK'
003070             AND CTL-PARM-VALUE OF RXR-PARM-REC > ZERO
003080             AND CTL-PARM-VALUE OF RXR-PARM-REC < 1000
003090         MOVE CTL-PARM-VALUE OF RXR-PARM-REC
003100             TO RXR-WS-DAYS-BACK
003110     END-IF.
003120     READ RXR-PARM-FILE
003130         AT END
003140             MOVE 'Y' TO RXR-WS-CTL-EOF-SW
003150     END-READ.
003160 1210-EXIT.
003170     EXIT.
003180*
003190*===============================================================
003200 2000-CHECK-ONE-QUOTE.
003210*===============================================================
003220*    THE WINDOW IS TODAY AND THE DAYSBACK - 1 DAYS BEFORE IT.
003230     ADD 1 TO RXR-WS-QUOTES-READ.
003240     IF SQT-QUOTE-DATE NOT NUMERIC
003250         GO TO 2000-READ-NEXT
003260     END-IF.
003270     MOVE SQT-QUOTE-DATE TO RXR-WS-SER-DATE.
003280     PERFORM 8900-DATE-TO-SERIAL THRU 8900-EXIT.
003290     COMPUTE RXR-WS-AGE-DAYS =
003300         RXR-WS-TODAY-SERIAL - RXR-WS-SERIAL.
003310     IF RXR-WS-AGE-DAYS < ZERO
003320             OR RXR-WS-AGE-DAYS NOT < RXR-WS-DAYS-BACK
003330         GO TO 2000-READ-NEXT
003340     END-IF.
003350     ADD 1 TO RXR-WS-IN-WINDOW.
003360     IF SQT-GRID-RATE NOT NUMERIC OR SQT-GRID-RATE = ZERO
003370         GO TO 2000-READ-NEXT
003380     END-IF.
003390     IF SQT-PRINCIPAL NOT NUMERIC OR SQT-RATE NOT NUMERIC
003400             OR SQT-TERM NOT NUMERIC
003410         GO TO 2000-READ-NEXT
003420     END-IF.
003430     ADD 1 TO RXR-WS-GRID-QUOTES.
003440     MOVE SQT-OFFICER TO RXR-WS-SEEK-OFFICER.
003450     PERFORM 8000-FIND-OFFICER THRU 8000-EXIT.
003460     IF NOT RXR-WS-FOUND
003470         IF RXR-WS-OF-COUNT = 200
003480             MOVE 'Y' TO RXR-WS-OF-FULL-SW
003490             GO TO 2000-READ-NEXT
003500         END-IF
003510         ADD 1 TO RXR-WS-OF-COUNT
003520         MOVE RXR-WS-OF-COUNT TO RXR-WS-HIT
003530         MOVE SQT-OFFICER TO RXR-OF-OFFICER (RXR-WS-HIT)
003540         MOVE ZERO TO RXR-OF-GRID-QUOTES (RXR-WS-HIT)
003550         MOVE ZERO TO RXR-OF-EXCP-COUNT (RXR-WS-HIT)
003560         MOVE ZERO TO RXR-OF-GIVEAWAY (RXR-WS-HIT)
003570     END-IF.
003580     ADD 1 TO RXR-OF-GRID-QUOTES (RXR-WS-HIT).
003590     IF SQT-RATE = SQT-GRID-RATE
003600         GO TO 2000-READ-NEXT
003610     END-IF.
003620     PERFORM 2100-RECORD-EXCEPTION THRU 2100-EXIT.
003630 2000-READ-NEXT.
003640     READ RXR-QUOTE-FILE
003650         AT END
003660             MOVE 'Y' TO RXR-WS-EOF-SW
003670     END-READ.
003680 2000-EXIT.
003690     EXIT.
003700*
003710*===============================================================
003720 2100-RECORD-EXCEPTION.
003730*===============================================================
003740*    THE OFFICER'S SUBTOTAL AND THE GRAND TOTAL TAKE EVERY
003750*    EXCEPTION EVEN WHEN THE DETAIL TABLE HAS FILLED.
003760     COMPUTE RXR-WS-GIVEAWAY ROUNDED =
003770         (SQT-PRINCIPAL * (SQT-GRID-RATE - SQT-RATE)
003780             * SQT-TERM) / RXR-WS-RATE-BASIS.
003790     ADD 1 TO RXR-WS-EXCP-COUNT.
003800     IF SQT-RATE > SQT-GRID-RATE
003810         ADD 1 TO RXR-WS-ABOVE-COUNT
003820     END-IF.
003830     ADD 1 TO RXR-OF-EXCP-COUNT (RXR-WS-HIT).
003840     ADD RXR-WS-GIVEAWAY TO RXR-OF-GIVEAWAY (RXR-WS-HIT).
003850     ADD RXR-WS-GIVEAWAY TO RXR-WS-GRAND-TOTAL.
003860     IF RXR-WS-EX-COUNT = 2000
003870         MOVE 'Y' TO RXR-WS-EX-FULL-SW
003880         GO TO 2100-EXIT
003890     END-IF.
003900     ADD 1 TO RXR-WS-EX-COUNT.
003910     SET RXR-EX-IDX TO RXR-WS-EX-COUNT.
003920     MOVE RXR-WS-HIT      TO RXR-EX-OF-SUB (RXR-EX-IDX).
003930     MOVE SQT-QUOTE-ID    TO RXR-EX-QUOTE-ID (RXR-EX-IDX).
003940     MOVE SQT-LOAN-ID     TO RXR-EX-LOAN-ID (RXR-EX-IDX).
003950     MOVE SQT-PRINCIPAL   TO RXR-EX-PRINCIPAL (RXR-EX-IDX).
003960     MOVE SQT-GRID-RATE   TO RXR-EX-GRID-RATE (RXR-EX-IDX).
003970     MOVE SQT-RATE        TO RXR-EX-RATE (RXR-EX-IDX).
003980     MOVE SQT-TERM        TO RXR-EX-TERM (RXR-EX-IDX).
003990     MOVE SQT-RATE-REASON TO RXR-EX-REASON (RXR-EX-IDX).
004000     MOVE RXR-WS-GIVEAWAY TO RXR-EX-GIVEAWAY (RXR-EX-IDX).
004010 2100-EXIT.
004020     EXIT.
004030*
004040*===============================================================
004050 4000-PRINT-OFFICERS.
004060*===============================================================
004070     PERFORM 4100-PRINT-ONE-OFFICER THRU 4100-EXIT
004080         VARYING RXR-OF-IDX FROM 1 BY 1
004090         UNTIL RXR-OF-IDX > RXR-WS-OF-COUNT.
004100 4000-EXIT.
004110     EXIT.
004120*
004130*===============================================================
004140 4100-PRINT-ONE-OFFICER.
004150*===============================================================
004160*    AN OFFICER WHO QUOTED EVERY LOAN AT GRID HAS NOTHING TO
004170*    ANSWER FOR AND IS LEFT OFF.
004180     IF RXR-OF-EXCP-COUNT (RXR-OF-IDX) = ZERO
004190         GO TO 4100-EXIT
004200     END-IF.
004210     SET RXR-WS-HIT TO RXR-OF-IDX.
004220     WRITE RXR-RPT-REC FROM RXR-WS-BLANK-LINE.
004230     MOVE RXR-OF-OFFICER (RXR-OF-IDX) TO ROL-OFFICER.
004240     WRITE RXR-RPT-REC FROM RXR-WS-OFFICER-LINE.
004250     WRITE RXR-RPT-REC FROM RXR-WS-COLUMN-LINE.
004260     PERFORM 4110-PRINT-ONE-EXCEPTION THRU 4110-EXIT
004270         VARYING RXR-EX-IDX FROM 1 BY 1
004280         UNTIL RXR-EX-IDX > RXR-WS-EX-COUNT.
004290     MOVE RXR-OF-GRID-QUOTES (RXR-OF-IDX) TO RSL-GRID-QUOTES.
004300     MOVE RXR-OF-EXCP-COUNT (RXR-OF-IDX)  TO RSL-EXCP-COUNT.
004310     MOVE RXR-OF-GIVEAWAY (RXR-OF-IDX)    TO RSL-GIVEAWAY.
004320     WRITE RXR-RPT-REC FROM RXR-WS-SUBTOTAL-LINE.
004330 4100-EXIT.
004340     EXIT.
004350*
004360*===============================================================
004370 4110-PRINT-ONE-EXCEPTION.
004380*===============================================================
004390     IF RXR-EX-OF-SUB (RXR-EX-IDX) NOT = RXR-WS-HIT
004400         GO TO 4110-EXIT
004410     END-IF.
004420     MOVE RXR-EX-QUOTE-ID (RXR-EX-IDX)  TO RDL-QUOTE-ID.
004430     MOVE RXR-EX-LOAN-ID (RXR-EX-IDX)   TO RDL-LOAN-ID.
004440     MOVE RXR-EX-PRINCIPAL (RXR-EX-IDX) TO RDL-PRINCIPAL.
004450     MOVE RXR-EX-GRID-RATE (RXR-EX-IDX) TO RDL-GRID-RATE.
004460     MOVE RXR-EX-RATE (RXR-EX-IDX)      TO RDL-RATE.
004470     MOVE RXR-EX-REASON (RXR-EX-IDX)    TO RDL-REASON.
004480     MOVE RXR-EX-TERM (RXR-EX-IDX)      TO RDL-TERM.
004490     MOVE RXR-EX-GIVEAWAY (RXR-EX-IDX)  TO RDL-GIVEAWAY.
004500     WRITE RXR-RPT-REC FROM RXR-WS-DETAIL-LINE.
004510 4110-EXIT.
004520     EXIT.
004530*
004540*===============================================================
004550 8000-FIND-OFFICER.
004560*===============================================================
004570*    A HIT LEAVES THE OFFICER'S POSITION IN RXR-WS-HIT.
004580     MOVE 'N' TO RXR-WS-FOUND-SW.
004590     PERFORM 8010-SCAN-OFFICERS THRU 8010-EXIT
004600         VARYING RXR-OF-IDX FROM 1 BY 1
004610         UNTIL RXR-OF-IDX > RXR-WS-OF-COUNT.
004620 8000-EXIT.
004630     EXIT.
004640*
004650*===============================================================
004660 8010-SCAN-OFFICERS.
004670*===============================================================
004680     IF RXR-OF-OFFICER (RXR-OF-IDX) = RXR-WS-SEEK-OFFICER
004690         MOVE 'Y' TO RXR-WS-FOUND-SW
004700         SET RXR-WS-HIT TO RXR-OF-IDX
004710         SET RXR-OF-IDX TO RXR-WS-OF-COUNT
004720     END-IF.
004730 8010-EXIT.
004740     EXIT.
004750*
004760*===============================================================
004770 8900-DATE-TO-SERIAL.
004780*===============================================================
004790*    SAME MONTH-13/14 SHIFT AS SIMPLE-INTEREST'S
004800*    2090-DATE-TO-SERIAL. ONLY DIFFERENCES ARE EVER USED.
004810     MOVE RXR-SER-MONTH TO RXR-WS-SER-M.
004820     MOVE RXR-SER-YEAR  TO RXR-WS-SER-Y.
004830     IF RXR-WS-SER-M < 3
004840         ADD 12 TO RXR-WS-SER-M
004850         SUBTRACT 1 FROM RXR-WS-SER-Y
004860     END-IF.
004870     COMPUTE RXR-WS-SERIAL =
004880         (365 * RXR-WS-SER-Y)
004890         + (RXR-WS-SER-Y / 4)
004900         - (RXR-WS-SER-Y / 100)
004910         + (RXR-WS-SER-Y / 400)
004920         + ((153 * (RXR-WS-SER-M + 1)) / 5)
004930         + RXR-SER-DAY.
004940 8900-EXIT.
004950     EXIT.
004960*
004970*===============================================================
004980 9000-TERMINATE.
004990*===============================================================
005000     IF RXR-WS-QUOTE-STATUS = '00'
005010         CLOSE RXR-QUOTE-FILE
005020     END-IF.
005030     IF RXR-WS-OF-FULL
005040         MOVE "OFFICER TABLE FULL - LATER OFFICERS NOT REPORTED"
005050             TO RXR-WS-NOTE-LINE
005060         WRITE RXR-RPT-REC FROM RXR-WS-NOTE-LINE
005070         MOVE 8 TO RETURN-CODE
005080     END-IF.
005090     IF RXR-WS-EX-FULL
005100         MOVE "EXCEPTION TABLE FULL - TOTALS COMPLETE, DETAIL NOT"
005110             TO RXR-WS-NOTE-LINE
005120         WRITE RXR-RPT-REC FROM RXR-WS-NOTE-LINE
005130         MOVE 4 TO RETURN-CODE
005140     END-IF.
005150     WRITE RXR-RPT-REC FROM RXR-WS-BLANK-LINE.
005160     MOVE "QUOTES READ:                      " TO LFL-LABEL.
005170     MOVE RXR-WS-QUOTES-READ TO LFL-COUNT.
005180     WRITE RXR-RPT-REC FROM RXR-WS-FOOT-LINE.
005190     MOVE "QUOTES IN WINDOW:                 " TO LFL-LABEL.
005200     MOVE RXR-WS-IN-WINDOW TO LFL-COUNT.
005210     WRITE RXR-RPT-REC FROM RXR-WS-FOOT-LINE.
005220     MOVE "QUOTES WITH A GRID RATE:          " TO LFL-LABEL.
005230     MOVE RXR-WS-GRID-QUOTES TO LFL-COUNT.
005240     WRITE RXR-RPT-REC FROM RXR-WS-FOOT-LINE.
005250     MOVE "RATE EXCEPTIONS:                  " TO LFL-LABEL.
005260     MOVE RXR-WS-EXCP-COUNT TO LFL-COUNT.
005270     WRITE RXR-RPT-REC FROM RXR-WS-FOOT-LINE.
005280     MOVE "  OF WHICH PRICED ABOVE GRID:     " TO LFL-LABEL.
005290     MOVE RXR-WS-ABOVE-COUNT TO LFL-COUNT.
005300     WRITE RXR-RPT-REC FROM RXR-WS-FOOT-LINE.
005310     MOVE "TOTAL GIVEN AWAY AGAINST GRID:    " TO LFA-LABEL.
005320     MOVE RXR-WS-GRAND-TOTAL TO LFA-AMOUNT.
005330     WRITE RXR-RPT-REC FROM RXR-WS-AMT-FOOT-LINE.
005340     CLOSE RXR-RPT-FILE.
005350     DISPLAY "RATE-EXCEPT: QUOTES IN WINDOW:    "
005360         RXR-WS-IN-WINDOW.
005370     DISPLAY "RATE-EXCEPT: RATE EXCEPTIONS:     "
005380         RXR-WS-EXCP-COUNT.
005390     DISPLAY "RATE-EXCEPT: TOTAL GIVEN AWAY:    "
005400         RXR-WS-GRAND-TOTAL.
005410 9000-EXIT.
005420     EXIT.
