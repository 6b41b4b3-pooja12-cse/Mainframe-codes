000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     LOAN-CONVERT.
000030 AUTHOR.         R KHANNA.
000040 INSTALLATION.   CENTRAL DATA PROCESSING.
000050 DATE-WRITTEN.   10/15/2026.
000060 DATE-COMPILED.  10/15/2026.
000070*---------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*---------------------------------------------------------------
000100*   DATE       INIT  DESCRIPTION
000110*   --------   ----  ----------------------------------------
000120*   10/15/2026 RK    ORIGINAL VERSION. ONE-TIME RE-LAYOUT OF THE
000130*                    LENDING FILES FOR THE WIDER 9(07)V99
000140*                    PRINCIPAL, INTEREST AND PAYMENT FIELDS -
000150*                    SIM-HIST-FILE (40 TO 60 BYTES), PAY-PHIST-
000160*                    FILE (60 TO 80), SIM-LOAN-FILE (40 TO 60,
000170*                    '*H*'/'*T*' CONTROL RECORDS CARRIED ACROSS)
000180*                    AND THE QUOTE/PENDING-QUOTE LAYOUT (60 TO
000190*                    80). EVERY FILE IS OPTIONAL - AN UNALLOCATED
000200*                    INPUT IS REPORTED AND SKIPPED, SO THE SAME
000210*                    PROGRAM CONVERTS THE ARCHIVE GENERATIONS
000220*                    ONE STEP AT A TIME. THE RECORD COUNT AND
000230*                    MONEY TOTALS ARE TAKEN FROM THE OLD LAYOUT
000240*                    ON THE WAY IN AND AGAIN BY RE-READING THE
000250*                    NEW FILE IN THE NEW LAYOUT; ANY DIFFERENCE
000260*                    RETURNS 8 SO THE JCL CUTOVER NEVER RUNS
000270*                    AGAINST A CONVERSION THAT DID NOT PROVE.
000280*---------------------------------------------------------------
000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000310 SOURCE-COMPUTER. IBM-370.
000320 OBJECT-COMPUTER. IBM-370.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT LCV-OLD-HIST-FILE  ASSIGN TO CNVHSTIN
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS LCV-WS-HIST-STATUS.
000380     SELECT LCV-NEW-HIST-FILE  ASSIGN TO CNVHSTOT
000390         ORGANIZATION IS LINE SEQUENTIAL.
000400     SELECT LCV-OLD-PHIST-FILE ASSIGN TO CNVPHIN
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS LCV-WS-PHIST-STATUS.
000430     SELECT LCV-NEW-PHIST-FILE ASSIGN TO CNVPHOT
000440         ORGANIZATION IS LINE SEQUENTIAL.
000450     SELECT LCV-OLD-LOAN-FILE  ASSIGN TO CNVLNIN
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS LCV-WS-LOAN-STATUS.
000480     SELECT LCV-NEW-LOAN-FILE  ASSIGN TO CNVLNOT
000490         ORGANIZATION IS LINE SEQUENTIAL.
000500     SELECT LCV-OLD-QUOTE-FILE ASSIGN TO CNVQTIN
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS LCV-WS-QUOTE-STATUS.
000530     SELECT LCV-NEW-QUOTE-FILE ASSIGN TO CNVQTOT
000540         ORGANIZATION IS LINE SEQUENTIAL.
000550     SELECT LCV-RPT-FILE       ASSIGN TO CNVRPT
000560         ORGANIZATION IS LINE SEQUENTIAL.
000570*
000580 DATA DIVISION.
000590 FILE SECTION.
000600*
000610*    SIMPLE-INTEREST RUN HISTORY - OLD 40-BYTE LAYOUT IN, NEW
000620*    60-BYTE LAYOUT (SEE SIMPLE-INTEREST'S SIM-HIST-REC) OUT.
000630 FD  LCV-OLD-HIST-FILE
000640     RECORD CONTAINS 40 CHARACTERS.
000650 01  LCV-OLD-HIST-REC.
000660     05  OHR-LOAN-ID             PIC X(10).
000670     05  OHR-PRINCIPAL           PIC 9(04)V99.
000680     05  OHR-RATE                PIC 9(02)V99.
000690     05  OHR-TERM                PIC 9(01)V99.
000700     05  OHR-INTEREST            PIC 9(03)V99.
000710     05  OHR-RUN-DATE            PIC 9(08).
000720     05  OHR-ADJUST-FLAG         PIC X(01).
000730     05  FILLER                  PIC X(09).
000740*
000750 FD  LCV-NEW-HIST-FILE
000760     RECORD CONTAINS 60 CHARACTERS.
000770 01  LCV-NEW-HIST-REC.
000780     05  NHR-LOAN-ID             PIC X(10).
000790     05  NHR-PRINCIPAL           PIC 9(07)V99.
000800     05  NHR-RATE                PIC 9(02)V99.
000810     05  NHR-TERM                PIC 9(01)V99.
000820     05  NHR-INTEREST            PIC 9(07)V99.
000830     05  NHR-RUN-DATE            PIC 9(08).
000840     05  NHR-ADJUST-FLAG         PIC X(01).
000850     05  FILLER                  PIC X(16).
000860*
000870*    LOAN-PAYMENT PAYMENT HISTORY - OLD 60-BYTE LAYOUT IN, NEW
000880*    80-BYTE LAYOUT (SEE LOAN-PAYMENT'S PAY-PHIST-REC) OUT.
000890 FD  LCV-OLD-PHIST-FILE
000900     RECORD CONTAINS 60 CHARACTERS.
000910 01  LCV-OLD-PHIST-REC.
000920     05  OPH-LOAN-ID             PIC X(10).
000930     05  OPH-PAY-DATE            PIC 9(08).
000940     05  OPH-AMOUNT              PIC 9(05)V99.
000950     05  OPH-ALLOC-INT           PIC 9(05)V99.
000960     05  OPH-ALLOC-FEE           PIC 9(05)V99.
000970     05  OPH-ALLOC-PRIN          PIC 9(05)V99.
000980     05  OPH-REVERSAL-FLAG       PIC X(01).
000990     05  OPH-RUN-DATE            PIC 9(08).
001000     05  FILLER                  PIC X(05).
001010*
001020 FD  LCV-NEW-PHIST-FILE
001030     RECORD CONTAINS 80 CHARACTERS.
001040 01  LCV-NEW-PHIST-REC.
001050     05  NPH-LOAN-ID             PIC X(10).
001060     05  NPH-PAY-DATE            PIC 9(08).
001070     05  NPH-AMOUNT              PIC 9(07)V99.
001080     05  NPH-ALLOC-INT           PIC 9(07)V99.
001090     05  NPH-ALLOC-FEE           PIC 9(07)V99.
001100     05  NPH-ALLOC-PRIN          PIC 9(07)V99.
001110     05  NPH-REVERSAL-FLAG       PIC X(01).
001120     05  NPH-RUN-DATE            PIC 9(08).
001130     05  FILLER                  PIC X(17).
001140*
001150*    SIMPLE-INTEREST LOAN INPUT - OLD 40-BYTE LAYOUT IN, NEW
001160*    60-BYTE LAYOUT (SEE SIMPLE-INTEREST'S SIM-LOAN-REC) OUT.
001170*    THE BATCH CONTROL RECORDS ARE CARRIED ACROSS FIELD BY
001180*    FIELD SO THEIR COUNT AND PRINCIPAL HASH STILL PROVE THE
001190*    BATCH THEY BRACKET.
001200 FD  LCV-OLD-LOAN-FILE
001210     RECORD CONTAINS 40 CHARACTERS.
001220 01  LCV-OLD-LOAN-REC.
001230     05  OLN-LOAN-ID             PIC X(10).
001240     05  OLN-PRINCIPAL           PIC 9(04)V99.
001250     05  OLN-RATE                PIC 9(02)V99.
001260     05  OLN-TERM                PIC 9(01)V99.
001270     05  OLN-ORIG-DATE           PIC 9(08).
001280     05  OLN-END-DATE            PIC 9(08).
001290     05  FILLER                  PIC X(01).
001300 01  LCV-OLD-LOAN-HDR-REC.
001310     05  OLH-REC-ID              PIC X(03).
001320         88  OLH-HEADER          VALUE '*H*'.
001330     05  OLH-SOURCE              PIC X(08).
001340     05  OLH-BUS-DATE            PIC 9(08).
001350     05  FILLER                  PIC X(21).
001360 01  LCV-OLD-LOAN-TRL-REC.
001370     05  OLT-REC-ID              PIC X(03).
001380         88  OLT-TRAILER         VALUE '*T*'.
001390     05  OLT-REC-COUNT           PIC 9(07).
001400     05  OLT-HASH-TOTAL          PIC 9(11)V99.
001410     05  FILLER                  PIC X(17).
001420*
001430 FD  LCV-NEW-LOAN-FILE
001440     RECORD CONTAINS 60 CHARACTERS.
001450 01  LCV-NEW-LOAN-REC.
001460     05  NLN-LOAN-ID             PIC X(10).
001470     05  NLN-PRINCIPAL           PIC 9(07)V99.
001480     05  NLN-RATE                PIC 9(02)V99.
001490     05  NLN-TERM                PIC 9(01)V99.
001500     05  NLN-ORIG-DATE           PIC 9(08).
001510     05  NLN-END-DATE            PIC 9(08).
001520     05  FILLER                  PIC X(18).
001530 01  LCV-NEW-LOAN-HDR-REC.
001540     05  NLH-REC-ID              PIC X(03).
001550         88  NLH-HEADER          VALUE '*H*'.
001560     05  NLH-SOURCE              PIC X(08).
001570     05  NLH-BUS-DATE            PIC 9(08).
001580     05  FILLER                  PIC X(41).
001590 01  LCV-NEW-LOAN-TRL-REC.
001600     05  NLT-REC-ID              PIC X(03).
001610         88  NLT-TRAILER         VALUE '*T*'.
001620     05  NLT-REC-COUNT           PIC 9(07).
001630     05  NLT-HASH-TOTAL          PIC 9(11)V99.
001640     05  FILLER                  PIC X(37).
001650*
001660*    LOAN-ONLINE QUOTES AND QUOTE-SELECT'S PENDING FILE SHARE
001670*    ONE LAYOUT - OLD 60 BYTES IN, NEW 80 BYTES OUT.
001680 FD  LCV-OLD-QUOTE-FILE
001690     RECORD CONTAINS 60 CHARACTERS.
001700 01  LCV-OLD-QUOTE-REC.
001710     05  OQT-QUOTE-ID            PIC X(14).
001720     05  OQT-LOAN-ID             PIC X(10).
001730     05  OQT-PRINCIPAL           PIC 9(04)V99.
001740     05  OQT-RATE                PIC 9(02)V99.
001750     05  OQT-TERM                PIC 9(01)V99.
001760     05  OQT-INTEREST            PIC 9(03)V99.
001770     05  OQT-OFFICER             PIC X(08).
001780     05  OQT-EXPIRY-DATE         PIC 9(08).
001790     05  FILLER                  PIC X(02).
001800*
001810 FD  LCV-NEW-QUOTE-FILE
001820     RECORD CONTAINS 80 CHARACTERS.
001830 01  LCV-NEW-QUOTE-REC.
001840     05  NQT-QUOTE-ID            PIC X(14).
001850     05  NQT-LOAN-ID             PIC X(10).
001860     05  NQT-PRINCIPAL           PIC 9(07)V99.
001870     05  NQT-RATE                PIC 9(02)V99.
001880     05  NQT-TERM                PIC 9(01)V99.
001890     05  NQT-INTEREST            PIC 9(07)V99.
001900     05  NQT-OFFICER             PIC X(08).
001910     05  NQT-EXPIRY-DATE         PIC 9(08).
001920     05  FILLER                  PIC X(15).
001930*
001940 FD  LCV-RPT-FILE
001950     RECORD CONTAINS 80 CHARACTERS.
001960 01  LCV-RPT-REC                 PIC X(80).
001970*
001980 WORKING-STORAGE SECTION.
001990 77  LCV-WS-HIST-STATUS          PIC X(02) VALUE '00'.
002000 77  LCV-WS-PHIST-STATUS         PIC X(02) VALUE '00'.
002010 77  LCV-WS-LOAN-STATUS          PIC X(02) VALUE '00'.
002020 77  LCV-WS-QUOTE-STATUS         PIC X(02) VALUE '00'.
002030 77  LCV-WS-EOF-SW               PIC X(01) VALUE 'N'.
002040     88  LCV-WS-EOF              VALUE 'Y'.
002050 77  LCV-WS-CHECK-COUNT          PIC 9(03) COMP VALUE ZERO.
002060 77  LCV-WS-MISMATCH-COUNT       PIC 9(03) COMP VALUE ZERO.
002070     COPY RUNSTAMP.
002080*
002090*    BEFORE (OLD LAYOUT, AS READ) AND AFTER (NEW LAYOUT, AS
002100*    RE-READ) FIGURES FOR EACH FILE. A LOAN-FILE COUNT INCLUDES
002110*    ITS CONTROL RECORDS; ITS PRINCIPAL TOTAL DOES NOT.
002120 01  LCV-WS-HIST-TOTALS.
002130     05  LHT-BEFORE-COUNT        PIC 9(07) COMP VALUE ZERO.
002140     05  LHT-BEFORE-PRIN         PIC 9(11)V99 VALUE ZERO.
002150     05  LHT-BEFORE-INT          PIC 9(11)V99 VALUE ZERO.
002160     05  LHT-AFTER-COUNT         PIC 9(07) COMP VALUE ZERO.
002170     05  LHT-AFTER-PRIN          PIC 9(11)V99 VALUE ZERO.
002180     05  LHT-AFTER-INT           PIC 9(11)V99 VALUE ZERO.
002190 01  LCV-WS-PHIST-TOTALS.
002200     05  LPT-BEFORE-COUNT        PIC 9(07) COMP VALUE ZERO.
002210     05  LPT-BEFORE-AMOUNT       PIC 9(11)V99 VALUE ZERO.
002220     05  LPT-BEFORE-INT          PIC 9(11)V99 VALUE ZERO.
002230     05  LPT-BEFORE-FEE          PIC 9(11)V99 VALUE ZERO.
002240     05  LPT-BEFORE-PRIN         PIC 9(11)V99 VALUE ZERO.
002250     05  LPT-AFTER-COUNT         PIC 9(07) COMP VALUE ZERO.
002260     05  LPT-AFTER-AMOUNT        PIC 9(11)V99 VALUE ZERO.
002270     05  LPT-AFTER-INT           PIC 9(11)V99 VALUE ZERO.
002280     05  LPT-AFTER-FEE           PIC 9(11)V99 VALUE ZERO.
002290     05  LPT-AFTER-PRIN          PIC 9(11)V99 VALUE ZERO.
002300 01  LCV-WS-LOAN-TOTALS.
002310     05  LLT-BEFORE-COUNT        PIC 9(07) COMP VALUE ZERO.
002320     05  LLT-BEFORE-PRIN         PIC 9(11)V99 VALUE ZERO.
002330     05  LLT-AFTER-COUNT         PIC 9(07) COMP VALUE ZERO.
002340     05  LLT-AFTER-PRIN          PIC 9(11)V99 VALUE ZERO.
002350 01  LCV-WS-QUOTE-TOTALS.
002360     05  LQT-BEFORE-COUNT        PIC 9(07) COMP VALUE ZERO.
002370     05  LQT-BEFORE-PRIN         PIC 9(11)V99 VALUE ZERO.
002380     05  LQT-BEFORE-INT          PIC 9(11)V99 VALUE ZERO.
002390     05  LQT-AFTER-COUNT         PIC 9(07) COMP VALUE ZERO.
002400     05  LQT-AFTER-PRIN          PIC 9(11)V99 VALUE ZERO.
002410     05  LQT-AFTER-INT           PIC 9(11)V99 VALUE ZERO.
002420*
002430*    ONE BEFORE/AFTER PAIR IS HANDED TO 7000-COMPARE-FIGURE AT
002440*    A TIME. A COUNT PRINTS WITHOUT DECIMALS.
002450 77  LCV-WS-CMP-FILE             PIC X(08).
002460 77  LCV-WS-CMP-ITEM             PIC X(10).
002470 01  LCV-WS-CMP-BEFORE           PIC 9(11)V99.
002480 01  LCV-WS-CMP-AFTER            PIC 9(11)V99.
002490 77  LCV-WS-CMP-KIND-SW          PIC X(01).
002500     88  LCV-WS-CMP-COUNT        VALUE 'C'.
002510     88  LCV-WS-CMP-MONEY        VALUE 'M'.
002520 01  LCV-WS-AMT-ED               PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
002530 01  LCV-WS-CNT-ED-AREA.
002540     05  LCV-WS-CNT-ED           PIC ZZZ,ZZZ,ZZZ,ZZ9.
002550     05  FILLER                  PIC X(03) VALUE SPACES.
002560*
002570 01  LCV-WS-TITLE-LINE.
002580     05  FILLER                  PIC X(46) VALUE
002590         "LOAN-CONVERT - WIDENED LAYOUT CONVERSION PROOF".
002600     05  FILLER                  PIC X(34) VALUE SPACES.
002610*
002620 01  LCV-WS-HDR-LINE.
002630     05  FILLER                  PIC X(09) VALUE "FILE".
002640     05  FILLER                  PIC X(23) VALUE "ITEM".
002650     05  FILLER                  PIC X(06) VALUE "BEFORE".
002660     05  FILLER                  PIC X(15) VALUE SPACES.
002670     05  FILLER                  PIC X(05) VALUE "AFTER".
002680     05  FILLER                  PIC X(02) VALUE SPACES.
002690     05  FILLER                  PIC X(06) VALUE "RESULT".
002700     05  FILLER                  PIC X(14) VALUE SPACES.
002710*
002720 01  LCV-WS-CMP-LINE.
002730     05  CRL-FILE                PIC X(08).
002740     05  FILLER                  PIC X(01) VALUE SPACES.
002750     05  CRL-ITEM                PIC X(10).
002760     05  FILLER                  PIC X(01) VALUE SPACES.
002770     05  CRL-BEFORE              PIC X(18).
002780     05  FILLER                  PIC X(02) VALUE SPACES.
002790     05  CRL-AFTER               PIC X(18).
002800     05  FILLER                  PIC X(02) VALUE SPACES.
002810     05  CRL-RESULT              PIC X(08).
002820     05  FILLER                  PIC X(12) VALUE SPACES.
002830*
002840 01  LCV-WS-SKIP-LINE.
002850     05  CSL-FILE                PIC X(08).
002860     05  FILLER                  PIC X(40) VALUE
002870         " NOT PRESENT - NOTHING CONVERTED".
002880     05  FILLER                  PIC X(32) VALUE SPACES.
002890*
002900 01  LCV-WS-TOTAL-LINE.
002910     05  FILLER                  PIC X(17) VALUE
002920         "FIGURES CHECKED: ".
002930     05  CTL-CHECKED             PIC Z(2)9.
002940     05  FILLER                  PIC X(16) VALUE
002950         "   MISMATCHED: ".
002960     05  CTL-MISMATCHED          PIC Z(2)9.
002970     05  FILLER                  PIC X(41) VALUE SPACES.
002980*
002990 PROCEDURE DIVISION.
003000*===============================================================
003010 0000-MAINLINE.
003020*===============================================================
003030     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003040     PERFORM 2000-CONVERT-HIST THRU 2000-EXIT.
003050     PERFORM 3000-CONVERT-PHIST THRU 3000-EXIT.
003060     PERFORM 4000-CONVERT-LOAN THRU 4000-EXIT.
003070     PERFORM 5000-CONVERT-QUOTE THRU 5000-EXIT.
003080     PERFORM 8000-TERMINATE THRU 8000-EXIT.
003090     STOP RUN.
003100*
003110*===============================================================
003120 1000-INITIALIZE.
003130*===============================================================
003140     ACCEPT RUNSTAMP-DATE FROM DATE YYYYMMDD.
003150     ACCEPT RUNSTAMP-TIME FROM TIME.
003160     OPEN OUTPUT LCV-RPT-FILE.
003170     MOVE RUNSTAMP-DATE TO RUNSTAMP-HDR-DATE.
003180     MOVE RUNSTAMP-TIME TO RUNSTAMP-HDR-TIME.
003190     WRITE LCV-RPT-REC FROM RUNSTAMP-HEADER-LINE.
003200     WRITE LCV-RPT-REC FROM LCV-WS-TITLE-LINE.
003210     WRITE LCV-RPT-REC FROM LCV-WS-HDR-LINE.
003220 1000-EXIT.
003230     EXIT.
003240*
003250*===============================================================
003260 2000-CONVERT-HIST.
003270*===============================================================
003280*    COPY PASS IN THE OLD LAYOUT, THEN A PROOF PASS THAT RE-READS
003290*    THE NEW FILE IN THE NEW LAYOUT.
003300     OPEN INPUT LCV-OLD-HIST-FILE.
003310     IF LCV-WS-HIST-STATUS = '35'
003320         MOVE 'SIMHIST ' TO CSL-FILE
003330         WRITE LCV-RPT-REC FROM LCV-WS-SKIP-LINE
003340         GO TO 2000-EXIT
003350     END-IF.
003360     OPEN OUTPUT LCV-NEW-HIST-FILE.
003370     MOVE 'N' TO LCV-WS-EOF-SW.
003380     READ LCV-OLD-HIST-FILE
003390         AT END
003400             MOVE 'Y' TO LCV-WS-EOF-SW
003410     END-READ.
003420     PERFORM 2100-COPY-HIST THRU 2100-EXIT
003430         UNTIL LCV-WS-EOF.
003440     CLOSE LCV-OLD-HIST-FILE.
003450     CLOSE LCV-NEW-HIST-FILE.
003460     OPEN INPUT LCV-NEW-HIST-FILE.
003470     MOVE 'N' TO LCV-WS-EOF-SW.
003480     READ LCV-NEW-HIST-FILE
003490         AT END
003500             MOVE 'Y' TO LCV-WS-EOF-SW
003510     END-READ.
003520     PERFORM 2200-PROVE-HIST THRU 2200-EXIT
003530         UNTIL LCV-WS-EOF.
003540     CLOSE LCV-NEW-HIST-FILE.
003550     MOVE 'SIMHIST ' TO LCV-WS-CMP-FILE.
003560     MOVE 'C' TO LCV-WS-CMP-KIND-SW.
003570     MOVE 'RECORDS' TO LCV-WS-CMP-ITEM.
003580     MOVE LHT-BEFORE-COUNT TO LCV-WS-CMP-BEFORE.
003590     MOVE LHT-AFTER-COUNT TO LCV-WS-CMP-AFTER.
003600     PERFORM 7000-COMPARE-FIGURE THRU 7000-EXIT.
003610     MOVE 'M' TO LCV-WS-CMP-KIND-SW.
003620     MOVE 'PRINCIPAL' TO LCV-WS-CMP-ITEM.
003630     MOVE LHT-BEFORE-PRIN TO LCV-WS-CMP-BEFORE.
003640     MOVE LHT-AFTER-PRIN TO LCV-WS-CMP-AFTER.
003650     PERFORM 7000-COMPARE-FIGURE THRU 7000-EXIT.
003660     MOVE 'INTEREST' TO LCV-WS-CMP-ITEM.
003670     MOVE LHT-BEFORE-INT TO LCV-WS-CMP-BEFORE.
003680     MOVE LHT-AFTER-INT TO LCV-WS-CMP-AFTER.
003690     PERFORM 7000-COMPARE-FIGURE THRU 7000-EXIT.
003700 2000-EXIT.
003710     EXIT.
003720*
003730*===============================================================
003740 2100-COPY-HIST.
003750*===============================================================
003760     ADD 1 TO LHT-BEFORE-COUNT.
003770     ADD OHR-PRINCIPAL TO LHT-BEFORE-PRIN.
003780     ADD OHR-INTEREST TO LHT-BEFORE-INT.
003790     MOVE SPACES TO LCV-NEW-HIST-REC.
003800     MOVE OHR-LOAN-ID TO NHR-LOAN-ID.
003810     MOVE OHR-PRINCIPAL TO NHR-PRINCIPAL.
003820     MOVE OHR-RATE TO NHR-RATE.
003830     MOVE OHR-TERM TO NHR-TERM.
003840     MOVE OHR-INTEREST TO NHR-INTEREST.
003850     MOVE OHR-RUN-DATE TO NHR-RUN-DATE.
003860     MOVE OHR-ADJUST-FLAG TO NHR-ADJUST-FLAG.
003870     WRITE LCV-NEW-HIST-REC.
003880     READ LCV-OLD-HIST-FILE
003890         AT END
003900             MOVE 'Y' TO LCV-WS-EOF-SW
003910     END-READ.
003920 2100-EXIT.
003930     EXIT.
003940*
003950*===============================================================
003960 2200-PROVE-HIST.
003970*===============================================================
003980     ADD 1 TO LHT-AFTER-COUNT.
003990     ADD NHR-PRINCIPAL TO LHT-AFTER-PRIN.
004000     ADD NHR-INTEREST TO LHT-AFTER-INT.
004010     READ LCV-NEW-HIST-FILE
004020         AT END
004030             MOVE 'Y' TO LCV-WS-EOF-SW
004040     END-READ.
004050 2200-EXIT.
004060     EXIT.
004070*
004080*===============================================================
004090 3000-CONVERT-PHIST.
004100*===============================================================
004110     OPEN INPUT LCV-OLD-PHIST-FILE.
004120     IF LCV-WS-PHIST-STATUS = '35'
004130         MOVE 'PAYPHIST' TO CSL-FILE
004140         WRITE LCV-RPT-REC FROM LCV-WS-SKIP-LINE
004150         GO TO 3000-EXIT
004160     END-IF.
004170     OPEN OUTPUT LCV-NEW-PHIST-FILE.
004180     MOVE 'N' TO LCV-WS-EOF-SW.
004190     READ LCV-OLD-PHIST-FILE
004200         AT END
004210             MOVE 'Y' TO LCV-WS-EOF-SW
004220     END-READ.
004230     PERFORM 3100-COPY-PHIST THRU 3100-EXIT
004240         UNTIL LCV-WS-EOF.
004250     CLOSE LCV-OLD-PHIST-FILE.
004260     CLOSE LCV-NEW-PHIST-FILE.
004270     OPEN INPUT LCV-NEW-PHIST-FILE.
004280     MOVE 'N' TO LCV-WS-EOF-SW.
004290     READ LCV-NEW-PHIST-FILE
004300         AT END
004310             MOVE 'Y' TO LCV-WS-EOF-SW
004320     END-READ.
004330     PERFORM 3200-PROVE-PHIST THRU 3200-EXIT
004340         UNTIL LCV-WS-EOF.
004350     CLOSE LCV-NEW-PHIST-FILE.
004360     MOVE 'PAYPHIST' TO LCV-WS-CMP-FILE.
004370     MOVE 'C' TO LCV-WS-CMP-KIND-SW.
004380     MOVE 'RECORDS' TO LCV-WS-CMP-ITEM.
004390     MOVE LPT-BEFORE-COUNT TO LCV-WS-CMP-BEFORE.
004400     MOVE LPT-AFTER-COUNT TO LCV-WS-CMP-AFTER.
004410     PERFORM 7000-COMPARE-FIGURE THRU 7000-EXIT.
004420     MOVE 'M' TO LCV-WS-CMP-KIND-SW.
004430     MOVE 'AMOUNT' TO LCV-WS-CMP-ITEM.
004440     MOVE LPT-BEFORE-AMOUNT TO LCV-WS-CMP-BEFORE.
004450     MOVE LPT-AFTER-AMOUNT TO LCV-WS-CMP-AFTER.
004460     PERFORM 7000-COMPARE-FIGURE THRU 7000-EXIT.
004470     MOVE 'TO INT' TO LCV-WS-CMP-ITEM.
004480     MOVE LPT-BEFORE-INT TO LCV-WS-CMP-BEFORE.
004490     MOVE LPT-AFTER-INT TO LCV-WS-CMP-AFTER.
004500     PERFORM 7000-COMPARE-FIGURE THRU 7000-EXIT.
004510     MOVE 'TO FEE' TO LCV-WS-CMP-ITEM.
004520     MOVE LPT-BEFORE-FEE TO LCV-WS-CMP-BEFORE.
004530     MOVE LPT-AFTER-FEE TO LCV-WS-CMP-AFTER.
004540     PERFORM 7000-COMPARE-FIGURE THRU 7000-EXIT.
004550     MOVE 'TO PRIN' TO LCV-WS-CMP-ITEM.
004560     MOVE LPT-BEFORE-PRIN TO LCV-WS-CMP-BEFORE.
004570     MOVE LPT-AFTER-PRIN TO LCV-WS-CMP-AFTER.
004580     PERFORM 7000-COMPARE-FIGURE THRU 7000-EXIT.
004590 3000-EXIT.
004600     EXIT.
004610*
004620*===============================================================
004630 3100-COPY-PHIST.
004640*===============================================================
004650     ADD 1 TO LPT-BEFORE-COUNT.
004660     ADD OPH-AMOUNT TO LPT-BEFORE-AMOUNT.
004670     ADD OPH-ALLOC-INT TO LPT-BEFORE-INT.
004680     ADD OPH-ALLOC-FEE TO LPT-BEFORE-FEE.
004690     ADD OPH-ALLOC-PRIN TO LPT-BEFORE-PRIN.
004700     MOVE SPACES TO LCV-NEW-PHIST-REC.
004710     MOVE OPH-LOAN-ID TO NPH-LOAN-ID.
004720     MOVE OPH-PAY-DATE TO NPH-PAY-DATE.
004730     MOVE OPH-AMOUNT TO NPH-AMOUNT.
004740     MOVE OPH-ALLOC-INT TO NPH-ALLOC-INT.
004750     MOVE OPH-ALLOC-FEE TO NPH-ALLOC-FEE.
004760     MOVE OPH-ALLOC-PRIN TO NPH-ALLOC-PRIN.
004770     MOVE OPH-REVERSAL-FLAG TO NPH-REVERSAL-FLAG.
004780     MOVE OPH-RUN-DATE TO NPH-RUN-DATE.
004790     WRITE LCV-NEW-PHIST-REC.
004800     READ LCV-OLD-PHIST-FILE
004810         AT END
004820             MOVE 'Y' TO LCV-WS-EOF-SW
004830     END-READ.
004840 3100-EXIT.
004850     EXIT.
004860*
004870*===============================================================
004880 3200-PROVE-PHIST.
004890*===============================================================
004900     ADD 1 TO LPT-AFTER-COUNT.
004910     ADD NPH-AMOUNT TO LPT-AFTER-AMOUNT.
004920     ADD NPH-ALLOC-INT TO LPT-AFTER-INT.
004930     ADD NPH-ALLOC-FEE TO LPT-AFTER-FEE.
004940     ADD NPH-ALLOC-PRIN TO LPT-AFTER-PRIN.
004950     READ LCV-NEW-PHIST-FILE
004960         AT END
004970             MOVE 'Y' TO LCV-WS-EOF-SW
004980     END-READ.
004990 3200-EXIT.
005000     EXIT.
005010*
005020*===============================================================
005030 4000-CONVERT-LOAN.
005040*===============================================================
005050     OPEN INPUT LCV-OLD-LOAN-FILE.
005060     IF LCV-WS-LOAN-STATUS = '35'
005070         MOVE 'SIMLOAN ' TO CSL-FILE
005080         WRITE LCV-RPT-REC FROM LCV-WS-SKIP-LINE
005090         GO TO 4000-EXIT
005100     END-IF.
005110     OPEN OUTPUT LCV-NEW-LOAN-FILE.
005120     MOVE 'N' TO LCV-WS-EOF-SW.
005130     READ LCV-OLD-LOAN-FILE
005140         AT END
005150             MOVE 'Y' TO LCV-WS-EOF-SW
005160     END-READ.
005170     PERFORM 4100-COPY-LOAN THRU 4100-EXIT
005180         UNTIL LCV-WS-EOF.
005190     CLOSE LCV-OLD-LOAN-FILE.
005200     CLOSE LCV-NEW-LOAN-FILE.
005210     OPEN INPUT LCV-NEW-LOAN-FILE.
005220     MOVE 'N' TO LCV-WS-EOF-SW.
005230     READ LCV-NEW-LOAN-FILE
005240         AT END
005250             MOVE 'Y' TO LCV-WS-EOF-SW
005260     END-READ.
005270     PERFORM 4200-PROVE-LOAN THRU 4200-EXIT
005280         UNTIL LCV-WS-EOF.
005290     CLOSE LCV-NEW-LOAN-FILE.
005300     MOVE 'SIMLOAN ' TO LCV-WS-CMP-FILE.
005310     MOVE 'C' TO LCV-WS-CMP-KIND-SW.
005320     MOVE 'RECORDS' TO LCV-WS-CMP-ITEM.
005330     MOVE LLT-BEFORE-COUNT TO LCV-WS-CMP-BEFORE.
005340     MOVE LLT-AFTER-COUNT TO LCV-WS-CMP-AFTER.
005350     PERFORM 7000-COMPARE-FIGURE THRU 7000-EXIT.
005360     MOVE 'M' TO LCV-WS-CMP-KIND-SW.
005370     MOVE 'PRINCIPAL' TO LCV-WS-CMP-ITEM.
005380     MOVE LLT-BEFORE-PRIN TO LCV-WS-CMP-BEFORE.
005390     MOVE LLT-AFTER-PRIN TO LCV-WS-CMP-AFTER.
005400     PERFORM 7000-COMPARE-FIGURE THRU 7000-EXIT.
005410 4000-EXIT.
005420     EXIT.
005430*
005440*===============================================================
005450 4100-COPY-LOAN.
005460*===============================================================
005470     ADD 1 TO LLT-BEFORE-COUNT.
005480     MOVE SPACES TO LCV-NEW-LOAN-REC.
005490     IF OLH-HEADER
005500         MOVE OLH-REC-ID TO NLH-REC-ID
005510         MOVE OLH-SOURCE TO NLH-SOURCE
005520         MOVE OLH-BUS-DATE TO NLH-BUS-DATE
005530         GO TO 4100-WRITE
005540     END-IF.
005550     IF OLT-TRAILER
005560         MOVE OLT-REC-ID TO NLT-REC-ID
005570         MOVE OLT-REC-COUNT TO NLT-REC-COUNT
005580         MOVE OLT-HASH-TOTAL TO NLT-HASH-TOTAL
005590         GO TO 4100-WRITE
005600     END-IF.
005610     ADD OLN-PRINCIPAL TO LLT-BEFORE-PRIN.
005620     MOVE OLN-LOAN-ID TO NLN-LOAN-ID.
005630     MOVE OLN-PRINCIPAL TO NLN-PRINCIPAL.
005640     MOVE OLN-RATE TO NLN-RATE.
005650     MOVE OLN-TERM TO NLN-TERM.
005660     MOVE OLN-ORIG-DATE TO NLN-ORIG-DATE.
005670     MOVE OLN-END-DATE TO NLN-END-DATE.
005680 4100-WRITE.
005690     WRITE LCV-NEW-LOAN-REC.
005700     READ LCV-OLD-LOAN-FILE
005710         AT END
005720             MOVE 'Y' TO LCV-WS-EOF-SW
005730     END-READ.
005740 4100-EXIT.
005750     EXIT.
005760*
005770*===============================================================
005780 4200-PROVE-LOAN.
005790*===============================================================
005800     ADD 1 TO LLT-AFTER-COUNT.
005810     IF NOT NLH-HEADER AND NOT NLT-TRAILER
005820         ADD NLN-PRINCIPAL TO LLT-AFTER-PRIN
005830     END-IF.
005840     READ LCV-NEW-LOAN-FILE
005850         AT END
005860             MOVE 'Y' TO LCV-WS-EOF-SW
005870     END-READ.
005880 4200-EXIT.
005890     EXIT.
005900*
005910*===============================================================
005920 5000-CONVERT-QUOTE.
005930*===============================================================
005940     OPEN INPUT LCV-OLD-QUOTE-FILE.
005950     IF LCV-WS-QUOTE-STATUS = '35'
005960         MOVE 'SIMQUOTE' TO CSL-FILE
005970         WRITE LCV-RPT-REC FROM LCV-WS-SKIP-LINE
005980         GO TO 5000-EXIT
005990     END-IF.
006000     OPEN OUTPUT LCV-NEW-QUOTE-FILE.
006010     MOVE 'N' TO LCV-WS-EOF-SW.
006020     READ LCV-OLD-QUOTE-FILE
006030         AT END
006040             MOVE 'Y' TO LCV-WS-EOF-SW
006050     END-READ.
006060     PERFORM 5100-COPY-QUOTE THRU 5100-EXIT
006070         UNTIL LCV-WS-EOF.
006080     CLOSE LCV-OLD-QUOTE-FILE.
006090     CLOSE LCV-NEW-QUOTE-FILE.
006100     OPEN INPUT LCV-NEW-QUOTE-FILE.
006110     MOVE 'N' TO LCV-WS-EOF-SW.
006120     READ LCV-NEW-QUOTE-FILE
006130         AT END
006140             MOVE 'Y' TO LCV-WS-EOF-SW
006150     END-READ.
006160     PERFORM 5200-PROVE-QUOTE THRU 5200-EXIT
006170         UNTIL LCV-WS-EOF.
006180     CLOSE LCV-NEW-QUOTE-FILE.
006190     MOVE 'SIMQUOTE' TO LCV-WS-CMP-FILE.
006200     MOVE 'C' TO LCV-WS-CMP-KIND-SW.
006210     MOVE 'RECORDS' TO LCV-WS-CMP-ITEM.
006220     MOVE LQT-BEFORE-COUNT TO LCV-WS-CMP-BEFORE.
006230     MOVE LQT-AFTER-COUNT TO LCV-WS-CMP-AFTER.
006240     PERFORM 7000-COMPARE-FIGURE THRU 7000-EXIT.
006250     MOVE 'M' TO LCV-WS-CMP-KIND-SW.
006260     MOVE 'PRINCIPAL' TO LCV-WS-CMP-ITEM.
006270     MOVE LQT-BEFORE-PRIN TO LCV-WS-CMP-BEFORE.
006280     MOVE LQT-AFTER-PRIN TO LCV-WS-CMP-AFTER.
006290     PERFORM 7000-COMPARE-FIGURE THRU 7000-EXIT.
006300     MOVE 'INTEREST' TO LCV-WS-CMP-ITEM.
006310     MOVE LQT-BEFORE-INT TO LCV-WS-CMP-BEFORE.
006320     MOVE LQT-AFTER-INT TO LCV-WS-CMP-AFTER.
006330     PERFORM 7000-COMPARE-FIGURE THRU 7000-EXIT.
006340 5000-EXIT.
006350     EXIT.
006360*
006370*===============================================================
006380 5100-COPY-QUOTE.
006390*===============================================================
006400     ADD 1 TO LQT-BEFORE-COUNT.
006410     ADD OQT-PRINCIPAL TO LQT-BEFORE-PRIN.
006420     ADD OQT-INTEREST TO LQT-BEFORE-INT.
006430     MOVE SPACES TO LCV-NEW-QUOTE-REC.
006440     MOVE OQT-QUOTE-ID TO NQT-QUOTE-ID.
006450     MOVE OQT-LOAN-ID TO NQT-LOAN-ID.
006460     MOVE OQT-PRINCIPAL TO NQT-PRINCIPAL.
006470     MOVE OQT-RATE TO NQT-RATE.
006480     MOVE OQT-TERM TO NQT-TERM.
006490     MOVE OQT-INTEREST TO NQT-INTEREST.
006500     MOVE OQT-OFFICER TO NQT-OFFICER.
006510     MOVE OQT-EXPIRY-DATE TO NQT-EXPIRY-DATE.
006520     WRITE LCV-NEW-QUOTE-REC.
006530     READ LCV-OLD-QUOTE-FILE
006540         AT END
006550             MOVE 'Y' TO LCV-WS-EOF-SW
006560     END-READ.
006570 5100-EXIT.
006580     EXIT.
006590*
006600*===============================================================
006610 5200-PROVE-QUOTE.
006620*===============================================================
006630     ADD 1 TO LQT-AFTER-COUNT.
006640     ADD NQT-PRINCIPAL TO LQT-AFTER-PRIN.
006650     ADD NQT-INTEREST TO LQT-AFTER-INT.
006660     READ LCV-NEW-QUOTE-FILE
006670         AT END
006680             MOVE 'Y' TO LCV-WS-EOF-SW
006690     END-READ.
006700 5200-EXIT.
006710     EXIT.
006720*
006730*===============================================================
006740 7000-COMPARE-FIGURE.
006750*===============================================================
006760*    PRINTS ONE BEFORE/AFTER PAIR AND COUNTS A MISMATCH.
006770     ADD 1 TO LCV-WS-CHECK-COUNT.
006780     MOVE LCV-WS-CMP-FILE TO CRL-FILE.
006790     MOVE LCV-WS-CMP-ITEM TO CRL-ITEM.
006800     IF LCV-WS-CMP-COUNT
006810         MOVE LCV-WS-CMP-BEFORE TO LCV-WS-CNT-ED
006820         MOVE LCV-WS-CNT-ED-AREA TO CRL-BEFORE
006830         MOVE LCV-WS-CMP-AFTER TO LCV-WS-CNT-ED
006840         MOVE LCV-WS-CNT-ED-AREA TO CRL-AFTER
006850     ELSE
006860         MOVE LCV-WS-CMP-BEFORE TO LCV-WS-AMT-ED
006870         MOVE LCV-WS-AMT-ED TO CRL-BEFORE
006880         MOVE LCV-WS-CMP-AFTER TO LCV-WS-AMT-ED
006890         MOVE LCV-WS-AMT-ED TO CRL-AFTER
006900     END-IF.
006910     IF LCV-WS-CMP-BEFORE = LCV-WS-CMP-AFTER
006920         MOVE 'AGREES  ' TO CRL-RESULT
006930     ELSE
006940         MOVE '** DIFF ' TO CRL-RESULT
006950         ADD 1 TO LCV-WS-MISMATCH-COUNT
006960     END-IF.
006970     WRITE LCV-RPT-REC FROM LCV-WS-CMP-LINE.
006980 7000-EXIT.
006990     EXIT.
007000*
007010*===============================================================
007020 8000-TERMINATE.
007030*===============================================================
007040     MOVE LCV-WS-CHECK-COUNT TO CTL-CHECKED.
007050     MOVE LCV-WS-MISMATCH-COUNT TO CTL-MISMATCHED.
007060     WRITE LCV-RPT-REC FROM LCV-WS-TOTAL-LINE.
007070     CLOSE LCV-RPT-FILE.
007080     DISPLAY "LOAN-CONVERT: FIGURES CHECKED: "
007090         LCV-WS-CHECK-COUNT.
007100     DISPLAY "LOAN-CONVERT: MISMATCHED:      "
007110         LCV-WS-MISMATCH-COUNT.
007120     IF LCV-WS-MISMATCH-COUNT > ZERO
007130         MOVE 8 TO RETURN-CODE
007140     END-IF.
007150 8000-EXIT.
007160     EXIT.
