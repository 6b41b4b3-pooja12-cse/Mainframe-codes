000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     CIF-LOAD.
000030 AUTHOR.         R KHANNA.
000040 INSTALLATION.   CENTRAL DATA PROCESSING.
000050 DATE-WRITTEN.   10/15/2026.
000060 DATE-COMPILED.  10/15/2026.
000070*---------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*---------------------------------------------------------------
000100*   DATE       INIT  DESCRIPTION
000110*   --------   ----  ----------------------------------------
000120*   10/15/2026 RK    ORIGINAL VERSION. ONE-TIME MATCHING LOAD OF
000130*                    THE CUSTOMER INFORMATION FILE. EVERY RECORD
000140*                    ON CPI-CUST-FILE (DEPOSITORS), BORMAST
000150*                    (BORROWERS) AND CONCATSTRING'S NAME FILE
000160*                    (MAILING LIST) IS MATCHED AGAINST THE
000170*                    CUSTOMERS BUILT SO FAR, IN THAT ORDER. SAME
000180*                    FIRST AND LAST NAME AT THE SAME STREET (AND
000190*                    ZIP, WHERE BOTH HAVE ONE) IS THE SAME
000200*                    CUSTOMER. SAME NAME AT ANOTHER ADDRESS, OR
000210*                    SAME ADDRESS AND LAST NAME WITH A DIFFERENT
000220*                    FIRST NAME BUT THE SAME INITIAL, IS NOT SURE
000230*                    ENOUGH TO MERGE - THE RECORD STARTS ITS OWN
000240*                    CUSTOMER AND BOTH ARE LISTED FOR REVIEW.
000250*                    WRITES THE CIF MASTER (CIFMAST.CPY) AND THE
000260*                    ACCOUNT/LOAN/BORROWER CROSS-REFERENCE
000270*                    (CIFXREF.CPY), SORTED BY CUSTOMER NUMBER.
000280*                    THE FIRST FILE A CUSTOMER IS FOUND ON GIVES
000290*                    THE NAME AND ADDRESS; A LATER MATCH ONLY
000300*                    FILLS CITY, STATE OR ZIP LEFT BLANK (BORMAST
000310*                    CARRIES ONE ADDRESS LINE).
000320*---------------------------------------------------------------
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000350 SOURCE-COMPUTER. IBM-370.
000360 OBJECT-COMPUTER. IBM-370.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT CPI-CUST-FILE    ASSIGN TO CPICUST
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS CFL-WS-CUST-STATUS.
000420     SELECT BOR-MAST-FILE    ASSIGN TO BORMAST
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS CFL-WS-BOR-STATUS.
000450     SELECT CAT-NAME-FILE    ASSIGN TO CATNAME
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS CFL-WS-NAME-STATUS.
000480     SELECT CFL-MAST-FILE    ASSIGN TO CIFMAST
000490         ORGANIZATION IS LINE SEQUENTIAL.
000500     SELECT CFL-XWORK-FILE   ASSIGN TO CIFXWORK
000510         ORGANIZATION IS LINE SEQUENTIAL.
000520     SELECT CFL-SORT-FILE    ASSIGN TO CIFSWK.
000530     SELECT CFL-XREF-FILE    ASSIGN TO CIFXREF
000540         ORGANIZATION IS LINE SEQUENTIAL.
000550     SELECT CFL-RPT-FILE     ASSIGN TO CIFLDRPT
000560         ORGANIZATION IS LINE SEQUENTIAL.
000570*
000580 DATA DIVISION.
000590 FILE SECTION.
000600*    DEPOSITOR NAME AND ADDRESS - ONE RECORD PER CPI ACCOUNT, THE
000610*    LAYOUT HELLO READS.
000620 FD  CPI-CUST-FILE
000630     RECORD CONTAINS 80 CHARACTERS.
000640 01  CPI-CUST-REC.
000650     05  CCU-ACCOUNT-ID          PIC X(10).
000660     05  CCU-NAME                PIC X(20).
000670     05  CCU-STREET              PIC X(20).
000680     05  CCU-CITY                PIC X(15).
000690     05  CCU-STATE               PIC X(02).
000700     05  CCU-ZIP                 PIC X(05).
000710     05  FILLER                  PIC X(08).
000720*
000730*    BORROWER MASTER - SEE BORROWER-STMT. A CUSTOMER WITH MORE
000740*    THAN FOUR LOANS CARRIES ADJACENT RECORDS UNDER ONE CUSTOMER
000750*    ID.
000760 FD  BOR-MAST-FILE
000770     RECORD CONTAINS 100 CHARACTERS.
000780 01  BOR-MAST-REC.
000790     05  BOR-CUST-ID             PIC X(08).
000800     05  BOR-NAME                PIC X(20).
000810     05  BOR-ADDRESS             PIC X(30).
000820     05  BOR-LOAN-SLOT OCCURS 4 TIMES
000830                       INDEXED BY BOR-SLOT-IDX.
000840         10  BOR-LOAN-ID         PIC X(10).
000850     05  FILLER                  PIC X(02).
000860*
000870*    CONCATSTRING'S MAILING-LIST NAME FILE.
000880 FD  CAT-NAME-FILE
000890     RECORD CONTAINS 80 CHARACTERS.
000900 01  CAT-NAME-REC.
000910     05  CAT-IN-FIRST            PIC X(15).
000920     05  CAT-IN-LAST             PIC X(15).
000930     05  CAT-IN-STREET           PIC X(20).
000940     05  CAT-IN-CITY             PIC X(15).
000950     05  CAT-IN-STATE            PIC X(02).
000960     05  CAT-IN-ZIP              PIC X(05).
000970     05  FILLER                  PIC X(08).
000980*
000990 FD  CFL-MAST-FILE
001000     RECORD CONTAINS 130 CHARACTERS.
001010     COPY CIFMAST REPLACING ==CIFMAST-RECORD==
001020         BY ==CFL-MAST-REC==.
001030*
001040 FD  CFL-XWORK-FILE
001050     RECORD CONTAINS 40 CHARACTERS.
001060     COPY CIFXREF REPLACING ==CIFXREF-RECORD==
001070         BY ==CFL-XWORK-REC==.
001080*
001090 SD  CFL-SORT-FILE.
001100 01  CFL-SORT-REC.
001110     05  CSX-CUST-NO             PIC 9(08).
001120     05  CSX-TYPE                PIC X(01).
001130     05  CSX-KEY                 PIC X(10).
001140     05  FILLER                  PIC X(21).
001150*
001160 FD  CFL-XREF-FILE
001170     RECORD CONTAINS 40 CHARACTERS.
001180 01  CFL-XREF-REC                PIC X(40).
001190*
001200 FD  CFL-RPT-FILE
001210     RECORD CONTAINS 80 CHARACTERS.
001220 01  CFL-RPT-REC                 PIC X(80).
001230*
001240 WORKING-STORAGE SECTION.
001250 77  CFL-WS-EOF-SW               PIC X(01) VALUE 'N'.
001260     88  CFL-WS-EOF              VALUE 'Y'.
001270 77  CFL-WS-STOP-SW              PIC X(01) VALUE 'N'.
001280     88  CFL-WS-STOP             VALUE 'Y'.
001290 77  CFL-WS-ADDR-SW              PIC X(01) VALUE 'N'.
001300     88  CFL-WS-SAME-ADDR        VALUE 'Y'.
001310 77  CFL-WS-CUST-STATUS          PIC X(02) VALUE '00'.
001320 77  CFL-WS-BOR-STATUS           PIC X(02) VALUE '00'.
001330 77  CFL-WS-NAME-STATUS          PIC X(02) VALUE '00'.
001340 77  CFL-WS-DEP-READ             PIC 9(07) COMP VALUE ZERO.
001350 77  CFL-WS-BOR-READ             PIC 9(07) COMP VALUE ZERO.
001360 77  CFL-WS-MAIL-READ            PIC 9(07) COMP VALUE ZERO.
001370 77  CFL-WS-MATCH-COUNT          PIC 9(07) COMP VALUE ZERO.
001380 77  CFL-WS-UNSURE-COUNT         PIC 9(07) COMP VALUE ZERO.
001390 77  CFL-WS-MULTI-COUNT          PIC 9(07) COMP VALUE ZERO.
001400 77  CFL-WS-PREV-BOR-ID          PIC X(08) VALUE LOW-VALUES.
001410 77  CFL-WS-PREV-BOR-CUST        PIC 9(04) COMP VALUE ZERO.
001420 77  CFL-WS-PREV-BOR-LINK        PIC X(01) VALUE SPACES.
001430 77  CFL-WS-SURE-HIT             PIC 9(04) COMP VALUE ZERO.
001440 77  CFL-WS-UNSURE-HIT           PIC 9(04) COMP VALUE ZERO.
001450 77  CFL-WS-CUST-SUB             PIC 9(04) COMP VALUE ZERO.
001460 77  CFL-WS-TOK-COUNT            PIC 9(02) COMP VALUE ZERO.
001470 77  CFL-WS-TOK1                 PIC X(20).
001480 77  CFL-WS-TOK2                 PIC X(20).
001490 77  CFL-WS-TOK3                 PIC X(20).
001500 77  CFL-WS-UNSURE-REASON        PIC X(27).
001510     COPY RUNSTAMP.
001520*
001530*    THE RECORD BEING MATCHED, WHICHEVER FILE IT CAME FROM.
001540 01  CFL-WS-CAND.
001550     05  CFC-SOURCE              PIC X(01).
001560     05  CFC-KEY                 PIC X(10).
001570     05  CFC-NAME                PIC X(20).
001580     05  CFC-FIRST.
001590         10  CFC-FIRST-INIT      PIC X(01).
001600         10  FILLER              PIC X(14).
001610     05  CFC-LAST                PIC X(15).
001620     05  CFC-STREET.
001630         10  CFC-STREET-20       PIC X(20).
001640         10  FILLER              PIC X(10).
001650     05  CFC-CITY                PIC X(15).
001660     05  CFC-STATE               PIC X(02).
001670     05  CFC-ZIP                 PIC X(05).
001680 77  CFL-WS-SEQ-NO               PIC 9(10) VALUE ZERO.
001690*
001700*    CUSTOMERS BUILT SO FAR - THE CUSTOMER NUMBER IS THE ENTRY'S
001710*    POSITION - AND THE CROSS-REFERENCES TO THEM. BOTH ARE WRITTEN
001720*    ONLY AFTER ALL THREE FILES HAVE BEEN MATCHED, SO A FILE TOO
001730*    LARGE FOR ITS TABLE STOPS THE LOAD WITH RC 16 BEFORE ANYTHING
001740*    IS WRITTEN.
001750 77  CFL-WS-CIF-COUNT            PIC 9(04) COMP VALUE ZERO.
001760 01  CFL-WS-CIF-TABLE.
001770     05  CFL-CF-ENTRY OCCURS 5000 TIMES
001780                      INDEXED BY CFL-CF-IDX.
001790         10  CFL-CF-NAME         PIC X(20).
001800         10  CFL-CF-FIRST.
001810             15  CFL-CF-FIRST-INIT
001820                                 PIC X(01).
001830             15  FILLER          PIC X(14).
001840         10  CFL-CF-LAST         PIC X(15).
001850         10  CFL-CF-STREET.
001860             15  CFL-CF-STREET-20
001870                                 PIC X(20).
001880             15  FILLER          PIC X(10).
001890         10  CFL-CF-CITY         PIC X(15).
001900         10  CFL-CF-STATE        PIC X(02).
001910         10  CFL-CF-ZIP          PIC X(05).
001920         10  CFL-CF-SRC-DEPOSIT  PIC X(01).
001930         10  CFL-CF-SRC-BORROWER PIC X(01).
001940         10  CFL-CF-SRC-MAILING  PIC X(01).
001950 77  CFL-WS-XREF-COUNT           PIC 9(05) COMP VALUE ZERO.
001960 01  CFL-WS-XREF-TABLE.
001970     05  CFL-XR-ENTRY OCCURS 10000 TIMES
001980                      INDEXED BY CFL-XR-IDX.
001990         10  CFL-XR-CUST-NO      PIC 9(04) COMP.
002000         10  CFL-XR-TYPE         PIC X(01).
002010         10  CFL-XR-KEY          PIC X(10).
002020         10  CFL-XR-LINK         PIC X(01).
002030 77  CFL-WS-XR-TYPE              PIC X(01).
002040 77  CFL-WS-XR-KEY               PIC X(10).
002050 77  CFL-WS-XR-LINK              PIC X(01).
002060*
002070 01  CFL-WS-TITLE-LINE.
002080     05  FILLER                  PIC X(40) VALUE
002090         "CUSTOMER INFORMATION FILE - MATCHING LOA".
002100     05  FILLER                  PIC X(40) VALUE "D".
002110*
002120 01  CFL-WS-REVIEW-HDR.
002130     05  FILLER                  PIC X(40) VALUE
002140         "MATCHES NEEDING REVIEW - KEPT AS SEPARAT".
002150     05  FILLER                  PIC X(40) VALUE
002160         "E CUSTOMERS".
002170*
002180 01  CFL-WS-COL-HDR.
002190     05  FILLER                  PIC X(34) VALUE
002200         "S KEY        NAME                 ".
002210     05  FILLER                  PIC X(46) VALUE
002220         "CUST NO  LIKE NO   REASON".
002230*
002240 01  CFL-WS-REVIEW-LINE.
002250     05  CRV-SOURCE              PIC X(01).
002260     05  FILLER                  PIC X(01) VALUE SPACES.
002270     05  CRV-KEY                 PIC X(10).
002280     05  FILLER                  PIC X(01) VALUE SPACES.
002290     05  CRV-NAME                PIC X(20).
002300     05  FILLER                  PIC X(01) VALUE SPACES.
002310     05  CRV-CUST-NO             PIC 9(08).
002320     05  FILLER                  PIC X(01) VALUE SPACES.
002330     05  CRV-LIKE-CUST-NO        PIC 9(08).
002340     05  FILLER                  PIC X(02) VALUE SPACES.
002350     05  CRV-REASON              PIC X(27).
002360*
002370 01  CFL-WS-ADDR-LINE.
002380     05  FILLER                  PIC X(04) VALUE SPACES.
002390     05  CRA-LABEL               PIC X(09).
002400     05  CRA-NAME                PIC X(20).
002410     05  FILLER                  PIC X(01) VALUE SPACES.
002420     05  CRA-STREET              PIC X(25).
002430     05  FILLER                  PIC X(01) VALUE SPACES.
002440     05  CRA-CITY                PIC X(12).
002450     05  FILLER                  PIC X(01) VALUE SPACES.
002460     05  CRA-ZIP                 PIC X(05).
002470     05  FILLER                  PIC X(02) VALUE SPACES.
002480*
002490 01  CFL-WS-FOOT-LINE.
002500     05  CFF-LABEL               PIC X(40).
002510     05  CFF-COUNT               PIC Z(6)9.
002520     05  FILLER                  PIC X(33) VALUE SPACES.
002530*
002540 01  CFL-WS-NOTE-LINE            PIC X(80).
002550*
002560 PROCEDURE DIVISION.
002570*===============================================================
002580 0000-MAINLINE.
002590*===============================================================
002600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002610     IF NOT CFL-WS-STOP
002620         PERFORM 2000-LOAD-DEPOSITORS THRU 2000-EXIT
002630     END-IF.
002640     IF NOT CFL-WS-STOP
002650         PERFORM 3000-LOAD-BORROWERS THRU 3000-EXIT
002660     END-IF.
002670     IF NOT CFL-WS-STOP
002680         PERFORM 4000-LOAD-MAILING THRU 4000-EXIT
002690     END-IF.
002700     IF NOT CFL-WS-STOP
002710         PERFORM 5000-WRITE-MASTER THRU 5000-EXIT
002720         PERFORM 6000-WRITE-XREF THRU 6000-EXIT
002730     END-IF.
002740     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002750     STOP RUN.
002760*
002770*===============================================================
002780 1000-INITIALIZE.
002790*===============================================================
002800*    ALL THREE FILES ARE REQUIRED - A MASTER BUILT WITHOUT ONE OF
002810*    THEM WOULD MISS EVERY MATCH AGAINST IT, SO THE LOAD STOPS
002820*    WITH RC 8 AND WRITES NOTHING.
002830     OPEN OUTPUT CFL-RPT-FILE.
002840     ACCEPT RUNSTAMP-DATE FROM DATE YYYYMMDD.
002850     ACCEPT RUNSTAMP-TIME FROM TIME.
002860     MOVE RUNSTAMP-DATE TO RUNSTAMP-HDR-DATE.
002870     MOVE RUNSTAMP-TIME TO RUNSTAMP-HDR-TIME.
002880     WRITE CFL-RPT-REC FROM RUNSTAMP-HEADER-LINE.
002890     WRITE CFL-RPT-REC FROM CFL-WS-TITLE-LINE.
002900     OPEN INPUT CPI-CUST-FILE.
002910     IF CFL-WS-CUST-STATUS NOT = '00'
002920         MOVE "CPICUST UNREADABLE - NOTHING LOADED"
002930             TO CFL-WS-NOTE-LINE
002940         GO TO 1000-STOP
002950     END-IF.
002960     OPEN INPUT BOR-MAST-FILE.
002970     IF CFL-WS-BOR-STATUS NOT = '00'
002980         CLOSE CPI-CUST-FILE
002990         MOVE "BORMAST UNREADABLE - NOTHING LOADED"
003000             TO CFL-WS-NOTE-LINE
003010         GO TO 1000-STOP
003020     END-IF.
003030     OPEN INPUT CAT-NAME-FILE.
003040     IF CFL-WS-NAME-STATUS NOT = '00'
003050         CLOSE CPI-CUST-FILE
003060         CLOSE BOR-MAST-FILE
003070         MOVE "CATNAME UNREADABLE - NOTHING LOADED"
003080             TO CFL-WS-NOTE-LINE
003090         GO TO 1000-STOP
003100     END-IF.
003110     MOVE SPACES TO CFL-RPT-REC.
003120     WRITE CFL-RPT-REC.
003130     WRITE CFL-RPT-REC FROM CFL-WS-REVIEW-HDR.
003140     WRITE CFL-RPT-REC FROM CFL-WS-COL-HDR.
003150     GO TO 1000-EXIT.
003160 1000-STOP.
003170     WRITE CFL-RPT-REC FROM CFL-WS-NOTE-LINE.
003180     DISPLAY "CIF-LOAD: " CFL-WS-NOTE-LINE.
003190     MOVE 'Y' TO CFL-WS-STOP-SW.
003200     MOVE 8 TO RETURN-CODE.
003210 1000-EXIT.
003220     EXIT.
003230*
003240*===============================================================
003250 2000-LOAD-DEPOSITORS.
003260*===============================================================
003270     MOVE 'N' TO CFL-WS-EOF-SW.
003280     READ CPI-CUST-FILE
003290         AT END
003300             MOVE 'Y' TO CFL-WS-EOF-SW
003310     END-READ.
003320     PERFORM 2100-MATCH-DEPOSITOR THRU 2100-EXIT
003330         UNTIL CFL-WS-EOF OR CFL-WS-STOP.
003340     CLOSE CPI-CUST-FILE.
003350 2000-EXIT.
003360     EXIT.
003370*
003380*===============================================================
003390 2100-MATCH-DEPOSITOR.
003400*===============================================================
003410     ADD 1 TO CFL-WS-DEP-READ.
003420     MOVE SPACES         TO CFL-WS-CAND.
003430     MOVE 'D'            TO CFC-SOURCE.
003440     MOVE CCU-ACCOUNT-ID TO CFC-KEY.
003450     MOVE CCU-NAME       TO CFC-NAME.
003460     MOVE CCU-STREET     TO CFC-STREET.
003470     MOVE CCU-CITY       TO CFC-CITY.
003480     MOVE CCU-STATE      TO CFC-STATE.
003490     MOVE CCU-ZIP        TO CFC-ZIP.
003500     PERFORM 2800-SPLIT-NAME THRU 2800-EXIT.
003510     PERFORM 2500-MATCH-CANDIDATE THRU 2500-EXIT.
003520     IF CFL-WS-STOP
003530         GO TO 2100-EXIT
003540     END-IF.
003550     MOVE 'D'            TO CFL-WS-XR-TYPE.
003560     MOVE CCU-ACCOUNT-ID TO CFL-WS-XR-KEY.
003570     PERFORM 2900-ADD-XREF THRU 2900-EXIT.
003580     READ CPI-CUST-FILE
003590         AT END
003600             MOVE 'Y' TO CFL-WS-EOF-SW
003610     END-READ.
003620 2100-EXIT.
003630     EXIT.
003640*
003650*===============================================================
003660 2500-MATCH-CANDIDATE.
003670*===============================================================
003680*    SETS CFL-WS-CUST-SUB TO THE CUSTOMER THE CANDIDATE BELONGS
003690*    TO - ONE ALREADY BUILT ON A SURE MATCH, OTHERWISE A NEW ONE -
003700*    AND CFL-WS-XR-LINK TO 'M' OR 'N' ACCORDINGLY.
003710     MOVE ZERO TO CFL-WS-SURE-HIT.
003720     MOVE ZERO TO CFL-WS-UNSURE-HIT.
003730     PERFORM 2510-COMPARE-ONE THRU 2510-EXIT
003740         VARYING CFL-CF-IDX FROM 1 BY 1
003750         UNTIL CFL-CF-IDX > CFL-WS-CIF-COUNT.
003760     IF CFL-WS-SURE-HIT > ZERO
003770         MOVE CFL-WS-SURE-HIT TO CFL-WS-CUST-SUB
003780         MOVE 'M' TO CFL-WS-XR-LINK
003790         ADD 1 TO CFL-WS-MATCH-COUNT
003800         PERFORM 2600-FILL-BLANKS THRU 2600-EXIT
003810         PERFORM 2650-SET-SOURCE THRU 2650-EXIT
003820         GO TO 2500-EXIT
003830     END-IF.
003840     IF CFL-WS-CIF-COUNT = 5000
003850         MOVE "MORE THAN 5000 CUSTOMERS - NOTHING WRITTEN"
003860             TO CFL-WS-NOTE-LINE
003870         WRITE CFL-RPT-REC FROM CFL-WS-NOTE-LINE
003880         DISPLAY "CIF-LOAD: " CFL-WS-NOTE-LINE
003890         MOVE 'Y' TO CFL-WS-STOP-SW
003900         GO TO 2500-EXIT
003910     END-IF.
003920     ADD 1 TO CFL-WS-CIF-COUNT.
003930     MOVE CFL-WS-CIF-COUNT TO CFL-WS-CUST-SUB.
003940     MOVE 'N' TO CFL-WS-XR-LINK.
003950     SET CFL-CF-IDX TO CFL-WS-CUST-SUB.
003960     MOVE CFC-NAME   TO CFL-CF-NAME (CFL-CF-IDX).
003970     MOVE CFC-FIRST  TO CFL-CF-FIRST (CFL-CF-IDX).
003980     MOVE CFC-LAST   TO CFL-CF-LAST (CFL-CF-IDX).
003990     MOVE CFC-STREET TO CFL-CF-STREET (CFL-CF-IDX).
004000     MOVE CFC-CITY   TO CFL-CF-CITY (CFL-CF-IDX).
004010     MOVE CFC-STATE  TO CFL-CF-STATE (CFL-CF-IDX).
004020     MOVE CFC-ZIP    TO CFL-CF-ZIP (CFL-CF-IDX).
004030     MOVE SPACES     TO CFL-CF-SRC-DEPOSIT (CFL-CF-IDX).
004040     MOVE SPACES     TO CFL-CF-SRC-BORROWER (CFL-CF-IDX).
004050     MOVE SPACES     TO CFL-CF-SRC-MAILING (CFL-CF-IDX).
004060     PERFORM 2650-SET-SOURCE THRU 2650-EXIT.
004070     IF CFL-WS-UNSURE-HIT > ZERO
004080         PERFORM 2700-LIST-UNSURE THRU 2700-EXIT
004090     END-IF.
004100 2500-EXIT.
004110     EXIT.
004120*
004130*===============================================================
004140 2510-COMPARE-ONE.
004150*===============================================================
004160*    ONLY THE FIRST UNSURE RESEMBLANCE IS KEPT; A SURE MATCH ENDS
004170*    THE SCAN.
004180     IF CFL-CF-LAST (CFL-CF-IDX) NOT = CFC-LAST
004190         GO TO 2510-EXIT
004200     END-IF.
004210     PERFORM 2520-COMPARE-ADDRESS THRU 2520-EXIT.
004220     IF CFL-CF-FIRST (CFL-CF-IDX) = CFC-FIRST
004230             AND CFL-WS-SAME-ADDR
004240         SET CFL-WS-SURE-HIT TO CFL-CF-IDX
004250         SET CFL-CF-IDX TO CFL-WS-CIF-COUNT
004260         GO TO 2510-EXIT
004270     END-IF.
004280     IF CFL-WS-UNSURE-HIT > ZERO
004290         GO TO 2510-EXIT
004300     END-IF.
004310     IF CFL-CF-FIRST (CFL-CF-IDX) = CFC-FIRST
004320         SET CFL-WS-UNSURE-HIT TO CFL-CF-IDX
004330         MOVE "SAME NAME - OTHER ADDRESS" TO CFL-WS-UNSURE-REASON
004340         GO TO 2510-EXIT
004350     END-IF.
004360     IF CFL-CF-FIRST-INIT (CFL-CF-IDX) = CFC-FIRST-INIT
004370             AND CFL-WS-SAME-ADDR
004380         SET CFL-WS-UNSURE-HIT TO CFL-CF-IDX
004390         MOVE "SAME ADDRESS - INITIAL ONLY"
004400             TO CFL-WS-UNSURE-REASON
004410     END-IF.
004420 2510-EXIT.
004430     EXIT.
004440*
004450*===============================================================
004460 2520-COMPARE-ADDRESS.
004470*===============================================================
004480*    THE STREET IS COMPARED ON ITS FIRST 20 CHARACTERS (THE WIDTH
004490*    OF THE DEPOSITOR AND MAILING-LIST STREET). A ZIP MISSING ON
004500*    EITHER SIDE - A BORMAST ADDRESS - DOES NOT BREAK THE MATCH.
004510     MOVE 'N' TO CFL-WS-ADDR-SW.
004520     IF CFL-CF-STREET-20 (CFL-CF-IDX) NOT = CFC-STREET-20
004530             OR CFC-STREET-20 = SPACES
004540         GO TO 2520-EXIT
004550     END-IF.
004560     IF CFL-CF-ZIP (CFL-CF-IDX) = CFC-ZIP
004570             OR CFL-CF-ZIP (CFL-CF-IDX) = SPACES
004580             OR CFC-ZIP = SPACES
004590         MOVE 'Y' TO CFL-WS-ADDR-SW
004600     END-IF.
004610 2520-EXIT.
004620     EXIT.
004630*
004640*===============================================================
004650 2600-FILL-BLANKS.
004660*===============================================================
004670     SET CFL-CF-IDX TO CFL-WS-CUST-SUB.
004680     IF CFL-CF-CITY (CFL-CF-IDX) = SPACES
004690         MOVE CFC-CITY  TO CFL-CF-CITY (CFL-CF-IDX)
004700     END-IF.
004710     IF CFL-CF-STATE (CFL-CF-IDX) = SPACES
004720         MOVE CFC-STATE TO CFL-CF-STATE (CFL-CF-IDX)
004730     END-IF.
004740     IF CFL-CF-ZIP (CFL-CF-IDX) = SPACES
004750         MOVE CFC-ZIP   TO CFL-CF-ZIP (CFL-CF-IDX)
004760     END-IF.
004770 2600-EXIT.
004780     EXIT.
004790*
004800*===============================================================
004810 2650-SET-SOURCE.
004820*===============================================================
004830     SET CFL-CF-IDX TO CFL-WS-CUST-SUB.
004840     EVALUATE CFC-SOURCE
004850         WHEN 'D'
004860             MOVE 'D' TO CFL-CF-SRC-DEPOSIT (CFL-CF-IDX)
004870         WHEN 'B'
004880             MOVE 'B' TO CFL-CF-SRC-BORROWER (CFL-CF-IDX)
004890         WHEN 'M'
004900             MOVE 'M' TO CFL-CF-SRC-MAILING (CFL-CF-IDX)
004910     END-EVALUATE.
004920 2650-EXIT.
004930     EXIT.
004940*
004950*===============================================================
004960 2700-LIST-UNSURE.
004970*===============================================================
004980     ADD 1 TO CFL-WS-UNSURE-COUNT.
004990     MOVE CFC-SOURCE           TO CRV-SOURCE.
005000     MOVE CFC-KEY              TO CRV-KEY.
005010     MOVE CFC-NAME             TO CRV-NAME.
005020     MOVE CFL-WS-CUST-SUB      TO CRV-CUST-NO.
005030     MOVE CFL-WS-UNSURE-HIT    TO CRV-LIKE-CUST-NO.
005040     MOVE CFL-WS-UNSURE-REASON TO CRV-REASON.
005050     WRITE CFL-RPT-REC FROM CFL-WS-REVIEW-LINE.
005060     MOVE "THIS:"              TO CRA-LABEL.
005070     MOVE CFC-NAME             TO CRA-NAME.
005080     MOVE CFC-STREET           TO CRA-STREET.
005090     MOVE CFC-CITY             TO CRA-CITY.
005100     MOVE CFC-ZIP              TO CRA-ZIP.
005110     WRITE CFL-RPT-REC FROM CFL-WS-ADDR-LINE.
005120     SET CFL-CF-IDX TO CFL-WS-UNSURE-HIT.
005130     MOVE "LIKE:"              TO CRA-LABEL.
005140     MOVE CFL-CF-NAME (CFL-CF-IDX)   TO CRA-NAME.
005150     MOVE CFL-CF-STREET (CFL-CF-IDX) TO CRA-STREET.
005160     MOVE CFL-CF-CITY (CFL-CF-IDX)   TO CRA-CITY.
005170     MOVE CFL-CF-ZIP (CFL-CF-IDX)    TO CRA-ZIP.
005180     WRITE CFL-RPT-REC FROM CFL-WS-ADDR-LINE.
005190 2700-EXIT.
005200     EXIT.
005210*
005220*===============================================================
005230 2800-SPLIT-NAME.
005240*===============================================================
005250*    DEPOSITOR AND BORROWER NAMES ARE ONE FIELD, FIRST NAME FIRST.
005260*    THE FIRST WORD IS THE FIRST NAME AND THE LAST OF UP TO THREE
005270*    WORDS THE LAST NAME - A MIDDLE NAME OR INITIAL IS DROPPED.
005280     MOVE SPACES TO CFL-WS-TOK1.
005290     MOVE SPACES TO CFL-WS-TOK2.
005300     MOVE SPACES TO CFL-WS-TOK3.
005310     MOVE ZERO   TO CFL-WS-TOK-COUNT.
005320     UNSTRING CFC-NAME DELIMITED BY ALL SPACE
005330         INTO CFL-WS-TOK1 CFL-WS-TOK2 CFL-WS-TOK3
005340         TALLYING IN CFL-WS-TOK-COUNT
005350     END-UNSTRING.
005360     EVALUATE TRUE
005370         WHEN CFL-WS-TOK3 NOT = SPACES
005380             MOVE CFL-WS-TOK1 TO CFC-FIRST
005390             MOVE CFL-WS-TOK3 TO CFC-LAST
005400         WHEN CFL-WS-TOK2 NOT = SPACES
005410             MOVE CFL-WS-TOK1 TO CFC-FIRST
005420             MOVE CFL-WS-TOK2 TO CFC-LAST
005430         WHEN OTHER
005440             MOVE SPACES      TO CFC-FIRST
005450             MOVE CFL-WS-TOK1 TO CFC-LAST
005460     END-EVALUATE.
005470 2800-EXIT.
005480     EXIT.
005490*
005500*===============================================================
005510 2900-ADD-XREF.
005520*===============================================================
005530     IF CFL-WS-XREF-COUNT = 10000
005540         MOVE "MORE THAN 10000 CROSS-REFERENCES - NOTHING WRITTEN"
005550             TO CFL-WS-NOTE-LINE
005560         WRITE CFL-RPT-REC FROM CFL-WS-NOTE-LINE
005570         DISPLAY "CIF-LOAD: " CFL-WS-NOTE-LINE
005580         MOVE 'Y' TO CFL-WS-STOP-SW
005590         GO TO 2900-EXIT
005600     END-IF.
005610     ADD 1 TO CFL-WS-XREF-COUNT.
005620     SET CFL-XR-IDX TO CFL-WS-XREF-COUNT.
005630     MOVE CFL-WS-CUST-SUB TO CFL-XR-CUST-NO (CFL-XR-IDX).
005640     MOVE CFL-WS-XR-TYPE  TO CFL-XR-TYPE (CFL-XR-IDX).
005650     MOVE CFL-WS-XR-KEY   TO CFL-XR-KEY (CFL-XR-IDX).
005660     MOVE CFL-WS-XR-LINK  TO CFL-XR-LINK (CFL-XR-IDX).
005670 2900-EXIT.
005680     EXIT.
005690*
005700*===============================================================
005710 3000-LOAD-BORROWERS.
005720*===============================================================
005730     MOVE 'N' TO CFL-WS-EOF-SW.
005740     READ BOR-MAST-FILE
005750         AT END
005760             MOVE 'Y' TO CFL-WS-EOF-SW
005770     END-READ.
005780     PERFORM 3100-MATCH-BORROWER THRU 3100-EXIT
005790         UNTIL CFL-WS-EOF OR CFL-WS-STOP.
005800     CLOSE BOR-MAST-FILE.
005810 3000-EXIT.
005820     EXIT.
005830*
005840*===============================================================
005850 3100-MATCH-BORROWER.
005860*===============================================================
005870*    A CONTINUATION RECORD (SAME CUSTOMER ID AS THE ONE BEFORE)
005880*    ONLY ADDS ITS LOANS TO THAT CUSTOMER.
005890     ADD 1 TO CFL-WS-BOR-READ.
005900     IF BOR-CUST-ID = CFL-WS-PREV-BOR-ID
005910         MOVE CFL-WS-PREV-BOR-CUST TO CFL-WS-CUST-SUB
005920         MOVE CFL-WS-PREV-BOR-LINK TO CFL-WS-XR-LINK
005930         GO TO 3100-ADD-LOANS
005940     END-IF.
005950     MOVE SPACES       TO CFL-WS-CAND.
005960     MOVE 'B'          TO CFC-SOURCE.
005970     MOVE BOR-CUST-ID  TO CFC-KEY.
005980     MOVE BOR-NAME     TO CFC-NAME.
005990     MOVE BOR-ADDRESS  TO CFC-STREET.
006000     PERFORM 2800-SPLIT-NAME THRU 2800-EXIT.
006010     PERFORM 2500-MATCH-CANDIDATE THRU 2500-EXIT.
006020     IF CFL-WS-STOP
006030         GO TO 3100-EXIT
006040     END-IF.
006050     MOVE BOR-CUST-ID     TO CFL-WS-PREV-BOR-ID.
006060     MOVE CFL-WS-CUST-SUB TO CFL-WS-PREV-BOR-CUST.
006070     MOVE CFL-WS-XR-LINK  TO CFL-WS-PREV-BOR-LINK.
006080     MOVE 'B'             TO CFL-WS-XR-TYPE.
006090     MOVE BOR-CUST-ID     TO CFL-WS-XR-KEY.
006100     PERFORM 2900-ADD-XREF THRU 2900-EXIT.
006110 3100-ADD-LOANS.
006120     PERFORM 3150-ADD-LOAN-XREF THRU 3150-EXIT
006130         VARYING BOR-SLOT-IDX FROM 1 BY 1
006140         UNTIL BOR-SLOT-IDX > 4 OR CFL-WS-STOP.
006150     READ BOR-MAST-FILE
006160         AT END
006170             MOVE 'Y' TO CFL-WS-EOF-SW
006180     END-READ.
006190 3100-EXIT.
006200     EXIT.
006210*
006220*===============================================================
006230 3150-ADD-LOAN-XREF.
006240*===============================================================
006250     IF BOR-LOAN-ID (BOR-SLOT-IDX) = SPACES
006260         GO TO 3150-EXIT
006270     END-IF.
006280     MOVE 'L'                        TO CFL-WS-XR-TYPE.
006290     MOVE BOR-LOAN-ID (BOR-SLOT-IDX) TO CFL-WS-XR-KEY.
006300     PERFORM 2900-ADD-XREF THRU 2900-EXIT.
006310 3150-EXIT.
006320     EXIT.
006330*
006340*===============================================================
006350 4000-LOAD-MAILING.
006360*===============================================================
006370     MOVE 'N' TO CFL-WS-EOF-SW.
006380     READ CAT-NAME-FILE
006390         AT END
006400             MOVE 'Y' TO CFL-WS-EOF-SW
006410     END-READ.
006420     PERFORM 4100-MATCH-MAILING THRU 4100-EXIT
006430         UNTIL CFL-WS-EOF OR CFL-WS-STOP.
006440     CLOSE CAT-NAME-FILE.
006450 4000-EXIT.
006460     EXIT.
006470*
006480*===============================================================
006490 4100-MATCH-MAILING.
006500*===============================================================
006510*    THE NAME FILE HAS NO KEY OF ITS OWN - A RECORD IS KNOWN BY
006520*    ITS POSITION ON THE FILE, AND IT OWNS NOTHING TO CROSS-
006530*    REFERENCE.
006540     ADD 1 TO CFL-WS-MAIL-READ.
006550     MOVE SPACES          TO CFL-WS-CAND.
006560     MOVE 'M'             TO CFC-SOURCE.
006570     MOVE CFL-WS-MAIL-READ TO CFL-WS-SEQ-NO.
006580     MOVE CFL-WS-SEQ-NO   TO CFC-KEY.
006590     STRING CAT-IN-FIRST DELIMITED BY "  "
006600            " "          DELIMITED BY SIZE
006610            CAT-IN-LAST  DELIMITED BY "  "
006620            INTO CFC-NAME
006630     END-STRING.
006640     MOVE CAT-IN-FIRST    TO CFC-FIRST.
006650     MOVE CAT-IN-LAST     TO CFC-LAST.
006660     MOVE CAT-IN-STREET   TO CFC-STREET.
006670     MOVE CAT-IN-CITY     TO CFC-CITY.
006680     MOVE CAT-IN-STATE    TO CFC-STATE.
006690     MOVE CAT-IN-ZIP      TO CFC-ZIP.
006700     PERFORM 2500-MATCH-CANDIDATE THRU 2500-EXIT.
006710     READ CAT-NAME-FILE
006720         AT END
006730             MOVE 'Y' TO CFL-WS-EOF-SW
006740     END-READ.
006750 4100-EXIT.
006760     EXIT.
006770*
006780*===============================================================
006790 5000-WRITE-MASTER.
006800*===============================================================
006810     OPEN OUTPUT CFL-MAST-FILE.
006820     PERFORM 5100-WRITE-ONE-CUST THRU 5100-EXIT
006830         VARYING CFL-CF-IDX FROM 1 BY 1
006840         UNTIL CFL-CF-IDX > CFL-WS-CIF-COUNT.
006850     CLOSE CFL-MAST-FILE.
006860 5000-EXIT.
006870     EXIT.
006880*
006890*===============================================================
006900 5100-WRITE-ONE-CUST.
006910*===============================================================
006920     MOVE SPACES TO CFL-MAST-REC.
006930     SET CIF-CUST-NO TO CFL-CF-IDX.
006940     MOVE CFL-CF-FIRST (CFL-CF-IDX)   TO CIF-FIRST-NAME.
006950     MOVE CFL-CF-LAST (CFL-CF-IDX)    TO CIF-LAST-NAME.
006960     MOVE CFL-CF-NAME (CFL-CF-IDX)    TO CIF-NAME.
006970     MOVE CFL-CF-STREET (CFL-CF-IDX)  TO CIF-STREET.
006980     MOVE CFL-CF-CITY (CFL-CF-IDX)    TO CIF-CITY.
006990     MOVE CFL-CF-STATE (CFL-CF-IDX)   TO CIF-STATE.
007000     MOVE CFL-CF-ZIP (CFL-CF-IDX)     TO CIF-ZIP.
007010     MOVE RUNSTAMP-DATE               TO CIF-OPEN-DATE.
007020     MOVE CFL-CF-SRC-DEPOSIT (CFL-CF-IDX)  TO CIF-SRC-DEPOSIT.
007030     MOVE CFL-CF-SRC-BORROWER (CFL-CF-IDX) TO CIF-SRC-BORROWER.
007040     MOVE CFL-CF-SRC-MAILING (CFL-CF-IDX)  TO CIF-SRC-MAILING.
007050     MOVE 'A'                         TO CIF-STATUS.
007060     WRITE CFL-MAST-REC.
007070     IF (CIF-SRC-DEPOSIT NOT = SPACE
007080             AND CIF-SRC-BORROWER NOT = SPACE)
007090         OR (CIF-SRC-DEPOSIT NOT = SPACE
007100             AND CIF-SRC-MAILING NOT = SPACE)
007110         OR (CIF-SRC-BORROWER NOT = SPACE
007120             AND CIF-SRC-MAILING NOT = SPACE)
007130         ADD 1 TO CFL-WS-MULTI-COUNT
007140     END-IF.
007150 5100-EXIT.
007160     EXIT.
007170*
007180*===============================================================
007190 6000-WRITE-XREF.
007200*===============================================================
007210*    THE CROSS-REFERENCES ARE BUILT IN FILE ORDER; THE SORT PUTS
007220*    THEM IN CUSTOMER ORDER TO RUN ALONGSIDE THE MASTER.
007230     OPEN OUTPUT CFL-XWORK-FILE.
007240     PERFORM 6100-WRITE-ONE-XREF THRU 6100-EXIT
007250         VARYING CFL-XR-IDX FROM 1 BY 1
007260         UNTIL CFL-XR-IDX > CFL-WS-XREF-COUNT.
007270     CLOSE CFL-XWORK-FILE.
007280     SORT CFL-SORT-FILE
007290         ON ASCENDING KEY CSX-CUST-NO CSX-TYPE CSX-KEY
007300         USING CFL-XWORK-FILE
007310         GIVING CFL-XREF-FILE.
007320 6000-EXIT.
007330     EXIT.
007340*
007350*===============================================================
007360 6100-WRITE-ONE-XREF.
007370*===============================================================
007380     MOVE SPACES TO CFL-XWORK-REC.
007390     MOVE CFL-XR-CUST-NO (CFL-XR-IDX) TO CXR-CUST-NO.
007400     MOVE CFL-XR-TYPE (CFL-XR-IDX)    TO CXR-TYPE.
007410     MOVE CFL-XR-KEY (CFL-XR-IDX)     TO CXR-KEY.
007420     MOVE CFL-XR-LINK (CFL-XR-IDX)    TO CXR-LINK.
007430     MOVE RUNSTAMP-DATE               TO CXR-LOAD-DATE.
007440     WRITE CFL-XWORK-REC.
007450 6100-EXIT.
007460     EXIT.
007470*
007480*===============================================================
007490 9000-TERMINATE.
007500*===============================================================
007510     IF CFL-WS-STOP
007520         IF RETURN-CODE = ZERO
007530             MOVE 16 TO RETURN-CODE
007540         END-IF
007550         CLOSE CFL-RPT-FILE
007560         GO TO 9000-EXIT
007570     END-IF.
007580     IF CFL-WS-UNSURE-COUNT = ZERO
007590         MOVE "  NONE" TO CFL-WS-NOTE-LINE
007600         WRITE CFL-RPT-REC FROM CFL-WS-NOTE-LINE
007610     END-IF.
007620     MOVE SPACES TO CFL-RPT-REC.
007630     WRITE CFL-RPT-REC.
007640     MOVE "DEPOSITOR RECORDS READ (CPICUST):"   TO CFF-LABEL.
007650     MOVE CFL-WS-DEP-READ                       TO CFF-COUNT.
007660     WRITE CFL-RPT-REC FROM CFL-WS-FOOT-LINE.
007670     MOVE "BORROWER RECORDS READ (BORMAST):"    TO CFF-LABEL.
007680     MOVE CFL-WS-BOR-READ                       TO CFF-COUNT.
007690     WRITE CFL-RPT-REC FROM CFL-WS-FOOT-LINE.
007700     MOVE "MAILING RECORDS READ (CATNAME):"     TO CFF-LABEL.
007710     MOVE CFL-WS-MAIL-READ                      TO CFF-COUNT.
007720     WRITE CFL-RPT-REC FROM CFL-WS-FOOT-LINE.
007730     MOVE "CUSTOMERS CREATED:"                  TO CFF-LABEL.
007740     MOVE CFL-WS-CIF-COUNT                      TO CFF-COUNT.
007750     WRITE CFL-RPT-REC FROM CFL-WS-FOOT-LINE.
007760     MOVE "  ON MORE THAN ONE FILE:"            TO CFF-LABEL.
007770     MOVE CFL-WS-MULTI-COUNT                    TO CFF-COUNT.
007780     WRITE CFL-RPT-REC FROM CFL-WS-FOOT-LINE.
007790     MOVE "RECORDS MATCHED TO AN EXISTING CUSTOMER:" TO CFF-LABEL.
007800     MOVE CFL-WS-MATCH-COUNT                    TO CFF-COUNT.
007810     WRITE CFL-RPT-REC FROM CFL-WS-FOOT-LINE.
007820     MOVE "MATCHES NEEDING REVIEW:"             TO CFF-LABEL.
007830     MOVE CFL-WS-UNSURE-COUNT                   TO CFF-COUNT.
007840     WRITE CFL-RPT-REC FROM CFL-WS-FOOT-LINE.
007850     MOVE "CROSS-REFERENCE RECORDS WRITTEN:"    TO CFF-LABEL.
007860     MOVE CFL-WS-XREF-COUNT                     TO CFF-COUNT.
007870     WRITE CFL-RPT-REC FROM CFL-WS-FOOT-LINE.
007880     CLOSE CFL-RPT-FILE.
007890     DISPLAY "CIF-LOAD: CUSTOMERS CREATED:    " CFL-WS-CIF-COUNT.
007900     DISPLAY "CIF-LOAD: MATCHES FOR REVIEW:   "
007910         CFL-WS-UNSURE-COUNT.
007920     DISPLAY "CIF-LOAD: CROSS-REFERENCES:     " CFL-WS-XREF-COUNT.
007930 9000-EXIT.
007940     EXIT.
