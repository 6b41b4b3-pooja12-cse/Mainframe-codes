000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     TEST-MASK.
000030 AUTHOR.         R KHANNA.
000040 INSTALLATION.   CENTRAL DATA PROCESSING.
000050 DATE-WRITTEN.   10/15/2026.
000060 DATE-COMPILED.  10/15/2026.
000070*---------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*---------------------------------------------------------------
000100*   DATE       INIT  DESCRIPTION
000110*   --------   ----  ----------------------------------------
000120*   10/15/2026 RK    ORIGINAL VERSION. BUILDS THE PARALLEL-TEST
000130*                    COPIES OF THE FILES THAT CARRY STUDENT AND
000140*                    CUSTOMER NAMES AND ADDRESSES - STUKMAST,
000150*                    CPI-CUST, BORMAST, CONCATSTRING'S NAME FILE
000160*                    AND GRAAUDIT - WITH NAMES, STREETS AND IDS
000170*                    REPLACED BY SUBSTITUTES, PLUS THE CPI-PRIN
000180*                    ACCOUNTS AND THE GRAMARKS FEED THAT JOIN TO
000190*                    THEM BY ID. THE SUBSTITUTE IS WORKED OUT FROM
000200*                    THE REAL VALUE AND THE MASKKEY CONTROL CARD
000210*                    ALONE, SO A GIVEN ID, NAME OR STREET COMES
000220*                    OUT THE SAME ON EVERY FILE AND CROSS-FILE
000230*                    JOINS (AND CIF-LOAD'S NAME/STREET MATCHING)
000240*                    STILL WORK. AMOUNTS, DATES, MARKS, CODES AND
000250*                    CITIES ARE COPIED AS THEY ARE; A ZIP KEEPS
000260*                    ITS FIRST THREE DIGITS. THE '*H*'/'*T*' BATCH
000270*                    CONTROL RECORDS ON CPI-PRIN AND GRAMARKS ARE
000280*                    CARRIED OVER WITH EACH TRAILER'S COUNT AND
000290*                    HASH REBUILT FROM THE RECORDS ACTUALLY
000300*                    WRITTEN.
000310*---------------------------------------------------------------
000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000340 SOURCE-COMPUTER. IBM-370.
000350 OBJECT-COMPUTER. IBM-370.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT TMK-CTL-FILE     ASSIGN TO TMKCTL
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS TMK-WS-CTL-STATUS.
000410     SELECT GRA-STUKMF-FILE  ASSIGN TO GRASTUMF
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS SEQUENTIAL
000440         RECORD KEY IS GRA-SM-STUDENT-ID
000450         FILE STATUS IS TMK-WS-STU-STATUS.
000460     SELECT TMK-STU-OUT      ASSIGN TO TSTSTUMF
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS RANDOM
000490         RECORD KEY IS TMK-SO-STUDENT-ID
000500         FILE STATUS IS TMK-WS-STU-OUT-STATUS.
000510     SELECT CPI-CUST-FILE    ASSIGN TO CPICUST
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS TMK-WS-CUST-STATUS.
000540     SELECT TMK-CUST-OUT     ASSIGN TO TSTCUST
000550         ORGANIZATION IS LINE SEQUENTIAL.
000560     SELECT BOR-MAST-FILE    ASSIGN TO BORMAST
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS TMK-WS-BOR-STATUS.
000590     SELECT TMK-BOR-OUT      ASSIGN TO TSTBOR
000600         ORGANIZATION IS LINE SEQUENTIAL.
000610     SELECT CAT-NAME-FILE    ASSIGN TO CATNAME
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS TMK-WS-NAME-STATUS.
000640     SELECT TMK-NAME-OUT     ASSIGN TO TSTNAME
000650         ORGANIZATION IS LINE SEQUENTIAL.
000660     SELECT GRA-AUDIT-FILE   ASSIGN TO GRAAUDIT
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS TMK-WS-AUDIT-STATUS.
000690     SELECT TMK-AUDIT-OUT    ASSIGN TO TSTAUDIT
000700         ORGANIZATION IS LINE SEQUENTIAL.
000710     SELECT CPI-PRIN-FILE    ASSIGN TO CPIPRIN
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS TMK-WS-PRIN-STATUS.
000740     SELECT TMK-PRIN-OUT     ASSIGN TO TSTPRIN
000750         ORGANIZATION IS LINE SEQUENTIAL.
000760     SELECT GRA-MARKS-FILE   ASSIGN TO GRAMARKS
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS TMK-WS-MARKS-STATUS.
000790     SELECT TMK-MARKS-OUT    ASSIGN TO TSTMARKS
000800         ORGANIZATION IS LINE SEQUENTIAL.
000810     SELECT TMK-RPT-FILE     ASSIGN TO TMKRPT
000820         ORGANIZATION IS LINE SEQUENTIAL.
000830*
000840 DATA DIVISION.
000850 FILE SECTION.
000860 FD  TMK-CTL-FILE
000870     RECORD CONTAINS 20 CHARACTERS.
000880     COPY CTLPARM REPLACING ==CTLPARM-RECORD==
000890         BY ==TMK-CTL-REC==.
000900*
000910*    THE KEYED STUDENT MASTER - SEE STUMF-MAINT'S FD. THE TEST
000920*    COPY IS A CLUSTER OF ITS OWN, WRITTEN BY KEY BECAUSE THE
000930*    SUBSTITUTE IDS DO NOT KEEP THE REAL IDS' ORDER.
000940 FD  GRA-STUKMF-FILE
000950     RECORD CONTAINS 40 CHARACTERS.
000960 01  GRA-STUKMF-REC.
000970     05  GRA-SM-STUDENT-ID       PIC X(09).
000980     05  GRA-SM-NAME             PIC X(20).
000990     05  GRA-SM-PROGRAM          PIC X(08).
001000     05  GRA-SM-ENROLL-STATUS    PIC X(01).
001010     05  FILLER                  PIC X(02).
001020*
001030 FD  TMK-STU-OUT
001040     RECORD CONTAINS 40 CHARACTERS.
001050 01  TMK-STU-OUT-REC.
001060     05  TMK-SO-STUDENT-ID       PIC X(09).
001070     05  FILLER                  PIC X(31).
001080*
001090*    DEPOSITOR NAME FILE - SEE CIF-LOAD'S FD.
001100 FD  CPI-CUST-FILE
001110     RECORD CONTAINS 80 CHARACTERS.
001120 01  CPI-CUST-REC.
001130     05  CCU-ACCOUNT-ID          PIC X(10).
001140     05  CCU-NAME                PIC X(20).
001150     05  CCU-STREET              PIC X(20).
001160     05  CCU-CITY                PIC X(15).
001170     05  CCU-STATE               PIC X(02).
001180     05  CCU-ZIP                 PIC X(05).
001190     05  FILLER                  PIC X(08).
001200*
001210 FD  TMK-CUST-OUT
001220     RECORD CONTAINS 80 CHARACTERS.
001230 01  TMK-CUST-OUT-REC            PIC X(80).
001240*
001250*    BORROWER MASTER - SEE BORROWER-STMT. THE LOAN SLOTS ARE
001260*    LOAN IDS, NOT PERSONAL DATA, AND ARE COPIED AS THEY ARE SO
001270*    THE TEST COPY STILL JOINS TO THE LOAN FILES.
001280 FD  BOR-MAST-FILE
001290     RECORD CONTAINS 100 CHARACTERS.
001300 01  BOR-MAST-REC.
001310     05  BOR-CUST-ID             PIC X(08).
001320     05  BOR-NAME                PIC X(20).
001330     05  BOR-ADDRESS             PIC X(30).
001340     05  BOR-LOAN-ID             PIC X(10) OCCURS 4 TIMES.
001350     05  FILLER                  PIC X(02).
001360*
001370 FD  TMK-BOR-OUT
001380     RECORD CONTAINS 100 CHARACTERS.
001390 01  TMK-BOR-OUT-REC             PIC X(100).
001400*
001410*    CONCATSTRING'S NAME FILE - SEE CIF-LOAD'S FD.
001420 FD  CAT-NAME-FILE
001430     RECORD CONTAINS 80 CHARACTERS.
001440 01  CAT-NAME-REC.
001450     05  CAT-IN-FIRST            PIC X(15).
001460     05  CAT-IN-LAST             PIC X(15).
001470     05  CAT-IN-STREET           PIC X(20).
001480     05  CAT-IN-CITY             PIC X(15).
001490     05  CAT-IN-STATE            PIC X(02).
001500     05  CAT-IN-ZIP              PIC X(05).
001510     05  FILLER                  PIC X(08).
001520*
001530 FD  TMK-NAME-OUT
001540     RECORD CONTAINS 80 CHARACTERS.
001550 01  TMK-NAME-OUT-REC            PIC X(80).
001560*
001570*    GRADE AUDIT TRAIL - SEE GRADE-CALC'S FD.
001580 FD  GRA-AUDIT-FILE
001590     RECORD CONTAINS 80 CHARACTERS.
001600 01  GRA-AUDIT-REC.
001610     05  GRA-AU-STUDENT-ID       PIC X(09).
001620     05  GRA-AU-OLD-GRADE        PIC X(02).
001630     05  GRA-AU-NEW-GRADE        PIC X(02).
001640     05  GRA-AU-RUN-DATE         PIC 9(08).
001650     05  GRA-AU-RUN-TIME         PIC 9(08).
001660     05  GRA-AU-STUDENT-NAME     PIC X(20).
001670     05  GRA-AU-COURSE-ID        PIC X(06).
001680     05  GRA-AU-SECTION          PIC X(02).
001690     05  GRA-AU-TERM             PIC X(06).
001700     05  GRA-AU-CAMPUS           PIC X(03).
001710     05  GRA-AU-MARK             PIC 9(03).
001720     05  GRA-AU-SOURCE           PIC X(08).
001730     05  FILLER                  PIC X(03).
001740*
001750 FD  TMK-AUDIT-OUT
001760     RECORD CONTAINS 80 CHARACTERS.
001770 01  TMK-AUDIT-OUT-REC           PIC X(80).
001780*
001790*    SAME 40-BYTE ACCOUNT RECORD AND CONTROL VIEWS HELLO READS.
001800 FD  CPI-PRIN-FILE
001810     RECORD CONTAINS 40 CHARACTERS.
001820 01  CPI-PRIN-REC.
001830     05  CPI-IN-ACCOUNT-ID       PIC X(10).
001840     05  CPI-IN-PRINCIPAL        PIC 9(07)V99.
001850     05  FILLER                  PIC X(21).
001860 01  CPI-PRIN-HDR-REC.
001870     05  CPH-REC-ID              PIC X(03).
001880         88  CPH-HEADER          VALUE '*H*'.
001890     05  FILLER                  PIC X(37).
001900 01  CPI-PRIN-TRL-REC.
001910     05  CPT-REC-ID              PIC X(03).
001920         88  CPT-TRAILER         VALUE '*T*'.
001930     05  CPT-REC-COUNT           PIC 9(07).
001940     05  CPT-HASH-TOTAL          PIC 9(11)V99.
001950     05  FILLER                  PIC X(17).
001960*
001970 FD  TMK-PRIN-OUT
001980     RECORD CONTAINS 40 CHARACTERS.
001990 01  TMK-PRIN-OUT-REC            PIC X(40).
002000*
002010*    STUDENT MARKS FEED AND ITS CONTROL VIEWS - SEE GRADE-CALC.
002020 FD  GRA-MARKS-FILE
002030     RECORD CONTAINS 35 CHARACTERS.
002040 01  GRA-MARKS-REC.
002050     05  GRA-IN-STUDENT-ID       PIC X(09).
002060     05  GRA-IN-MARK-X           PIC X(03).
002070     05  GRA-IN-MARK REDEFINES GRA-IN-MARK-X
002080                                 PIC 9(03).
002090     05  FILLER                  PIC X(23).
002100 01  GRA-MARKS-HDR-REC.
002110     05  GMH-REC-ID              PIC X(03).
002120         88  GMH-HEADER          VALUE '*H*'.
002130     05  FILLER                  PIC X(32).
002140 01  GRA-MARKS-TRL-REC.
002150     05  GMT-REC-ID              PIC X(03).
002160         88  GMT-TRAILER         VALUE '*T*'.
002170     05  GMT-REC-COUNT           PIC 9(07).
002180     05  GMT-HASH-TOTAL          PIC 9(11).
002190     05  FILLER                  PIC X(14).
002200*
002210 FD  TMK-MARKS-OUT
002220     RECORD CONTAINS 35 CHARACTERS.
002230 01  TMK-MARKS-OUT-REC           PIC X(35).
002240*
002250 FD  TMK-RPT-FILE
002260     RECORD CONTAINS 80 CHARACTERS.
002270 01  TMK-RPT-REC                 PIC X(80).
002280*
002290 WORKING-STORAGE SECTION.
002300 77  TMK-WS-EOF-SW               PIC X(01) VALUE 'N'.
002310     88  TMK-WS-EOF              VALUE 'Y'.
002320 77  TMK-WS-STOP-SW              PIC X(01) VALUE 'N'.
002330     88  TMK-WS-STOP             VALUE 'Y'.
002340 77  TMK-WS-CTL-STATUS           PIC X(02) VALUE '00'.
002350 77  TMK-WS-STU-STATUS           PIC X(02) VALUE '00'.
002360 77  TMK-WS-STU-OUT-STATUS       PIC X(02) VALUE '00'.
002370 77  TMK-WS-CUST-STATUS          PIC X(02) VALUE '00'.
002380 77  TMK-WS-BOR-STATUS           PIC X(02) VALUE '00'.
002390 77  TMK-WS-NAME-STATUS          PIC X(02) VALUE '00'.
002400 77  TMK-WS-AUDIT-STATUS         PIC X(02) VALUE '00'.
002410 77  TMK-WS-PRIN-STATUS          PIC X(02) VALUE '00'.
002420 77  TMK-WS-MARKS-STATUS         PIC X(02) VALUE '00'.
002430 77  TMK-WS-FILE-SUB             PIC 9(01) COMP VALUE ZERO.
002440 77  TMK-WS-TRL-NO               PIC 9(05) COMP VALUE ZERO.
002450 77  TMK-WS-CORRECTED            PIC 9(05) COMP VALUE ZERO.
002460 77  TMK-WS-WRITE-ERRORS         PIC 9(05) COMP VALUE ZERO.
002470     COPY RUNSTAMP.
002480*
002490*    THE MASKING KEY - THE SEVEN DIGITS OF THE MASKKEY CARD'S
002500*    VALUE. THERE IS NO DEFAULT: WITHOUT A KEY NOTHING IS
002510*    COPIED. THE KEY IS NEVER PRINTED; THE SAME KEY GIVES THE
002520*    SAME SUBSTITUTES RUN AFTER RUN.
002530 01  TMK-WS-KEY-VALUE            PIC 9(05)V99 VALUE ZERO.
002540 01  TMK-WS-KEY-DIGITS REDEFINES TMK-WS-KEY-VALUE.
002550     05  TMK-KEY-DIGIT           PIC 9(01) OCCURS 7 TIMES.
002560*
002570*    THE CHARACTERS A SUBSTITUTE IS DRAWN FROM. A LETTER STAYS A
002580*    LETTER OF THE SAME CASE AND A DIGIT STAYS A DIGIT, SO A
002590*    NUMERIC ID IS STILL NUMERIC; ANYTHING ELSE (SPACES,
002600*    HYPHENS, APOSTROPHES) IS LEFT WHERE IT IS AND ENDS A WORD.
002610 01  TMK-WS-ALPHA-DATA.
002620     05  FILLER                  PIC X(26) VALUE
002630         "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
002640     05  FILLER                  PIC X(26) VALUE
002650         "abcdefghijklmnopqrstuvwxyz".
002660     05  FILLER                  PIC X(10) VALUE "0123456789".
002670 01  TMK-WS-ALPHA-TABLE REDEFINES TMK-WS-ALPHA-DATA.
002680     05  TMK-AL-CHAR             PIC X(01) OCCURS 62 TIMES
002690                                 INDEXED BY TMK-AL-IDX.
002700*
002710*    MASKING WORK. THE FIELD BEING MASKED IS MOVED TO
002720*    TMK-WS-TEXT AND BACK; TRAILING SPACES ARE LEFT ALONE, SO
002730*    ANY FIELD UP TO 30 CHARACTERS GOES THROUGH THE SAME WAY.
002740 01  TMK-WS-TEXT                 PIC X(30).
002750 77  TMK-WS-POS                  PIC 9(02) COMP VALUE ZERO.
002760 77  TMK-WS-WORD-POS             PIC 9(02) COMP VALUE ZERO.
002770 77  TMK-WS-PREV-ORD             PIC 9(02) COMP VALUE ZERO.
002780 77  TMK-WS-CHAR-SUB             PIC 9(02) COMP VALUE ZERO.
002790 77  TMK-WS-CLASS-BASE           PIC 9(02) COMP VALUE ZERO.
002800 77  TMK-WS-CLASS-SIZE           PIC 9(02) COMP VALUE ZERO.
002810 77  TMK-WS-ORD                  PIC 9(02) COMP VALUE ZERO.
002820 77  TMK-WS-KEY-SUB              PIC 9(02) COMP VALUE ZERO.
002830 77  TMK-WS-SHIFT                PIC 9(03) COMP VALUE ZERO.
002840 77  TMK-WS-QUOT                 PIC 9(03) COMP VALUE ZERO.
002850 77  TMK-WS-REM                  PIC 9(02) COMP VALUE ZERO.
002860*
002870*    BATCH FIGURES SINCE THE LAST HEADER OR TRAILER WRITTEN.
002880 77  TMK-WS-SEG-COUNT            PIC 9(07) VALUE ZERO.
002890 77  TMK-WS-SEG-HASH             PIC 9(11)V99 VALUE ZERO.
002900*
002910*    PER-FILE RESULTS FOR THE CLOSING SUMMARY, IN COPY ORDER:
002920*    1 STUKMAST, 2 CPI-CUST, 3 BORMAST, 4 NAME FILE, 5 GRAAUDIT,
002930*    6 CPI-PRIN, 7 GRAMARKS.
002940 01  TMK-WS-FILE-NAMES.
002950     05  FILLER                  PIC X(10) VALUE "STUKMAST".
002960     05  FILLER                  PIC X(10) VALUE "CPICUST".
002970     05  FILLER                  PIC X(10) VALUE "BORMAST".
002980     05  FILLER                  PIC X(10) VALUE "CATNAME".
002990     05  FILLER                  PIC X(10) VALUE "GRAAUDIT".
003000     05  FILLER                  PIC X(10) VALUE "CPIPRIN".
003010     05  FILLER                  PIC X(10) VALUE "GRAMARKS".
003020 01  TMK-WS-FILE-NAME-TABLE REDEFINES TMK-WS-FILE-NAMES.
003030     05  TMK-FN-NAME             PIC X(10) OCCURS 7 TIMES.
003040 01  TMK-WS-FILE-TABLE.
003050     05  TMK-FT-ENTRY OCCURS 7 TIMES.
003060         10  TMK-FT-RUN-SW       PIC X(01).
003070             88  TMK-FT-RUN      VALUE 'Y'.
003080         10  TMK-FT-READ         PIC 9(07) COMP.
003090         10  TMK-FT-WRITTEN      PIC 9(07) COMP.
003100         10  TMK-FT-CONTROL      PIC 9(07) COMP.
003110         10  TMK-FT-REBUILT      PIC 9(05) COMP.
003120*
003130 01  TMK-WS-TITLE-LINE.
003140     05  FILLER                  PIC X(40) VALUE
003150         "TEST-DATA MASKING - PARALLEL-TEST COPIES".
003160     05  FILLER                  PIC X(40) VALUE SPACES.
003170*
003180 01  TMK-WS-COL-HDR.
003190     05  FILLER                  PIC X(40) VALUE
003200         "FILE           READ  WRITTEN  CONTROL  T".
003210     05  FILLER                  PIC X(40) VALUE
003220         "RAILERS  NOTE".
003230*
003240 01  TMK-WS-FILE-LINE.
003250     05  TFL-NAME                PIC X(10).
003260     05  TFL-READ                PIC Z(6)9.
003270     05  FILLER                  PIC X(02) VALUE SPACES.
003280     05  TFL-WRITTEN             PIC Z(6)9.
003290     05  FILLER                  PIC X(02) VALUE SPACES.
003300     05  TFL-CONTROL             PIC Z(6)9.
003310     05  FILLER                  PIC X(02) VALUE SPACES.
003320     05  TFL-REBUILT             PIC Z(7)9.
003330     05  FILLER                  PIC X(02) VALUE SPACES.
003340     05  TFL-NOTE                PIC X(33).
003350*
003360*    A SOURCE TRAILER WHOSE FIGURES DID NOT AGREE WITH ITS OWN
003370*    BATCH. THE TEST COPY CARRIES THE REBUILT FIGURES, BUT THE
003380*    PRODUCTION FILE ITSELF IS OUT OF BALANCE.
003390 01  TMK-WS-TRL-LINE.
003400     05  TTL-NAME                PIC X(09).
003410     05  FILLER                  PIC X(08) VALUE "TRAILER ".
003420     05  TTL-TRL-NO              PIC ZZZZ9.
003430     05  FILLER                  PIC X(08) VALUE " SOURCE ".
003440     05  TTL-OLD-COUNT           PIC Z(6)9.
003450     05  FILLER                  PIC X(01) VALUE "/".
003460     05  TTL-OLD-HASH            PIC Z(10)9.99.
003470     05  FILLER                  PIC X(05) VALUE " NOW ".
003480     05  TTL-NEW-COUNT           PIC Z(6)9.
003490     05  FILLER                  PIC X(01) VALUE "/".
003500     05  TTL-NEW-HASH            PIC Z(10)9.99.
003510*
003520 01  TMK-WS-FOOT-LINE.
003530     05  TML-LABEL               PIC X(40).
003540     05  TML-COUNT               PIC Z(6)9.
003550     05  FILLER                  PIC X(33) VALUE SPACES.
003560 01  TMK-WS-NOTE-LINE            PIC X(80).
003570 01  TMK-WS-BLANK-LINE           PIC X(80) VALUE SPACES.
003580*
003590 PROCEDURE DIVISION.
003600*===============================================================
003610 0000-MAINLINE.
003620*===============================================================
003630     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003640     IF TMK-WS-STOP
003650         CLOSE TMK-RPT-FILE
003660         MOVE 8 TO RETURN-CODE
003670         STOP RUN
003680     END-IF.
003690     PERFORM 2000-MASK-STUDENTS THRU 2000-EXIT.
003700     PERFORM 2100-MASK-DEPOSITORS THRU 2100-EXIT.
003710     PERFORM 2200-MASK-BORROWERS THRU 2200-EXIT.
003720     PERFORM 2300-MASK-MAILING THRU 2300-EXIT.
003730     PERFORM 2400-MASK-AUDIT THRU 2400-EXIT.
003740     PERFORM 2500-MASK-ACCOUNTS THRU 2500-EXIT.
003750     PERFORM 2600-MASK-MARKS THRU 2600-EXIT.
003760     PERFORM 5000-TERMINATE THRU 5000-EXIT.
003770     IF TMK-WS-CORRECTED > ZERO OR TMK-WS-WRITE-ERRORS > ZERO
003780         MOVE 4 TO RETURN-CODE
003790     END-IF.
003800     STOP RUN.
003810*
003820*===============================================================
003830 1000-INITIALIZE.
003840*===============================================================
003850     OPEN OUTPUT TMK-RPT-FILE.
003860     ACCEPT RUNSTAMP-DATE FROM DATE YYYYMMDD.
003870     ACCEPT RUNSTAMP-TIME FROM TIME.
003880     MOVE RUNSTAMP-DATE TO RUNSTAMP-HDR-DATE.
003890     MOVE RUNSTAMP-TIME TO RUNSTAMP-HDR-TIME.
003900     WRITE TMK-RPT-REC FROM RUNSTAMP-HEADER-LINE.
003910     WRITE TMK-RPT-REC FROM TMK-WS-TITLE-LINE.
003920     WRITE TMK-RPT-REC FROM TMK-WS-BLANK-LINE.
003930     MOVE 1 TO TMK-WS-FILE-SUB.
003940     PERFORM 1050-CLEAR-FILE-ENTRY THRU 1050-EXIT
003950         UNTIL TMK-WS-FILE-SUB > 7.
003960     PERFORM 1100-LOAD-KEY THRU 1100-EXIT.
003970     IF TMK-WS-KEY-VALUE = ZERO
003980         MOVE "NO MASKKEY CARD ON TMKCTL - NOTHING COPIED"
003990             TO TMK-WS-NOTE-LINE
004000         WRITE TMK-RPT-REC FROM TMK-WS-NOTE-LINE
004010         DISPLAY "TEST-MASK: " TMK-WS-NOTE-LINE
004020         MOVE 'Y' TO TMK-WS-STOP-SW
004030     END-IF.
004040 1000-EXIT.
004050     EXIT.
004060*
004070*===============================================================
004080 1050-CLEAR-FILE-ENTRY.
004090*===============================================================
004100     MOVE 'N'  TO TMK-FT-RUN-SW (TMK-WS-FILE-SUB).
004110     MOVE ZERO TO TMK-FT-READ (TMK-WS-FILE-SUB).
004120     MOVE ZERO TO TMK-FT-WRITTEN (TMK-WS-FILE-SUB).
004130     MOVE ZERO TO TMK-FT-CONTROL (TMK-WS-FILE-SUB).
004140     MOVE ZERO TO TMK-FT-REBUILT (TMK-WS-FILE-SUB).
004150     ADD 1 TO TMK-WS-FILE-SUB.
004160 1050-EXIT.
004170     EXIT.
004180*
004190*===============================================================
004200 1100-LOAD-KEY.
004210*===============================================================
004220     OPEN INPUT TMK-CTL-FILE.
004230     IF TMK-WS-CTL-STATUS NOT = '00'
004240         GO TO 1100-EXIT
004250     END-IF.
004260     MOVE 'N' TO TMK-WS-EOF-SW.
004270     READ TMK-CTL-FILE
004280         AT END
004290             MOVE 'Y' TO TMK-WS-EOF-SW
004300     END-READ.
004310     PERFORM 1110-CHECK-ONE-PARM THRU 1110-EXIT
004320         UNTIL TMK-WS-EOF.
004330     CLOSE TMK-CTL-FILE.
004340 1100-EXIT.
004350     EXIT.
004360*
004370*===============================================================
004380 1110-CHECK-ONE-PARM.
004390*===============================================================
004400     IF CTL-PARM-CODE OF TMK-CTL-REC = 'MASKKEY '
004410             AND CTL-PARM-VALUE OF TMK-CTL-REC NUMERIC
004420         MOVE CTL-PARM-VALUE OF TMK-CTL-REC TO TMK-WS-KEY-VALUE
004430     END-IF.
004440     READ TMK-CTL-FILE
004450         AT END
004460             MOVE 'Y' TO TMK-WS-EOF-SW
004470     END-READ.
004480 1110-EXIT.
004490     EXIT.
004500*
004510*===============================================================
004520 2000-MASK-STUDENTS.
004530*===============================================================
004540*    STUDENT ID AND NAME. PROGRAM AND ENROLMENT STATUS STAY.
004550     MOVE 1 TO TMK-WS-FILE-SUB.
004560     OPEN INPUT GRA-STUKMF-FILE.
004570     IF TMK-WS-STU-STATUS NOT = '00'
004580         GO TO 2000-EXIT
004590     END-IF.
004600     OPEN OUTPUT TMK-STU-OUT.
004610     MOVE 'Y' TO TMK-FT-RUN-SW (TMK-WS-FILE-SUB).
004620     MOVE 'N' TO TMK-WS-EOF-SW.
004630     READ GRA-STUKMF-FILE NEXT RECORD
004640         AT END
004650             MOVE 'Y' TO TMK-WS-EOF-SW
004660     END-READ.
004670     PERFORM 2010-MASK-ONE-STUDENT THRU 2010-EXIT
004680         UNTIL TMK-WS-EOF.
004690     CLOSE GRA-STUKMF-FILE.
004700     CLOSE TMK-STU-OUT.
004710 2000-EXIT.
004720     EXIT.
004730*
004740*===============================================================
004750 2010-MASK-ONE-STUDENT.
004760*===============================================================
004770     ADD 1 TO TMK-FT-READ (TMK-WS-FILE-SUB).
004780     MOVE GRA-SM-STUDENT-ID TO TMK-WS-TEXT.
004790     PERFORM 8000-MASK-TEXT THRU 8000-EXIT.
004800     MOVE TMK-WS-TEXT       TO GRA-SM-STUDENT-ID.
004810     MOVE GRA-SM-NAME       TO TMK-WS-TEXT.
004820     PERFORM 8000-MASK-TEXT THRU 8000-EXIT.
004830     MOVE TMK-WS-TEXT       TO GRA-SM-NAME.
004840     MOVE GRA-STUKMF-REC    TO TMK-STU-OUT-REC.
004850     WRITE TMK-STU-OUT-REC
004860         INVALID KEY
004870             ADD 1 TO TMK-WS-WRITE-ERRORS
004880             DISPLAY "TEST-MASK: STUKMAST TEST COPY WRITE "
004890                 "FAILED, STATUS " TMK-WS-STU-OUT-STATUS
004900             GO TO 2010-READ
004910     END-WRITE.
004920     ADD 1 TO TMK-FT-WRITTEN (TMK-WS-FILE-SUB).
004930 2010-READ.
004940     READ GRA-STUKMF-FILE NEXT RECORD
004950         AT END
004960             MOVE 'Y' TO TMK-WS-EOF-SW
004970     END-READ.
004980 2010-EXIT.
004990     EXIT.
005000*
005010*===============================================================
005020 2100-MASK-DEPOSITORS.
005030*===============================================================
005040*    ACCOUNT ID, NAME, STREET AND ZIP. CITY AND STATE STAY.
005050     MOVE 2 TO TMK-WS-FILE-SUB.
005060     OPEN INPUT CPI-CUST-FILE.
005070     IF TMK-WS-CUST-STATUS NOT = '00'
005080         GO TO 2100-EXIT
005090     END-IF.
005100     OPEN OUTPUT TMK-CUST-OUT.
005110     MOVE 'Y' TO TMK-FT-RUN-SW (TMK-WS-FILE-SUB).
005120     MOVE 'N' TO TMK-WS-EOF-SW.
005130     READ CPI-CUST-FILE
005140         AT END
005150             MOVE 'Y' TO TMK-WS-EOF-SW
005160     END-READ.
005170     PERFORM 2110-MASK-ONE-DEPOSITOR THRU 2110-EXIT
005180         UNTIL TMK-WS-EOF.
005190     CLOSE CPI-CUST-FILE.
005200     CLOSE TMK-CUST-OUT.
005210 2100-EXIT.
005220     EXIT.
005230*
005240*===============================================================
005250 2110-MASK-ONE-DEPOSITOR.
005260*===============================================================
005270     ADD 1 TO TMK-FT-READ (TMK-WS-FILE-SUB).
005280     MOVE CCU-ACCOUNT-ID TO TMK-WS-TEXT.
005290     PERFORM 8000-MASK-TEXT THRU 8000-EXIT.
005300     MOVE TMK-WS-TEXT    TO CCU-ACCOUNT-ID.
005310     MOVE CCU-NAME       TO TMK-WS-TEXT.
005320     PERFORM 8000-MASK-TEXT THRU 8000-EXIT.
005330     MOVE TMK-WS-TEXT    TO CCU-NAME.
005340     MOVE CCU-STREET     TO TMK-WS-TEXT.
005350     PERFORM 8000-MASK-TEXT THRU 8000-EXIT.
005360     MOVE TMK-WS-TEXT    TO CCU-STREET.
005370     IF CCU-ZIP NOT = SPACES
005380         MOVE "00" TO CCU-ZIP (4:2)
005390     END-IF.
005400     WRITE TMK-CUST-OUT-REC FROM CPI-CUST-REC.
005410     ADD 1 TO TMK-FT-WRITTEN (TMK-WS-FILE-SUB).
005420     READ CPI-CUST-FILE
005430         AT END
005440             MOVE 'Y' TO TMK-WS-EOF-SW
005450     END-READ.
005460 2110-EXIT.
005470     EXIT.
005480*
005490*===============================================================
005500 2200-MASK-BORROWERS.
005510*===============================================================
005520*    CUSTOMER ID, NAME AND THE ONE ADDRESS LINE. THE STREET AT
005530*    THE FRONT OF THE LINE COMES OUT THE SAME AS THE SAME STREET
005540*    ON CPI-CUST OR THE NAME FILE.
005550     MOVE 3 TO TMK-WS-FILE-SUB.
005560     OPEN INPUT BOR-MAST-FILE.
005570     IF TMK-WS-BOR-STATUS NOT = '00'
005580         GO TO 2200-EXIT
005590     END-IF.
005600     OPEN OUTPUT TMK-BOR-OUT.
005610     MOVE 'Y' TO TMK-FT-RUN-SW (TMK-WS-FILE-SUB).
005620     MOVE 'N' TO TMK-WS-EOF-SW.
005630     READ BOR-MAST-FILE
005640         AT END
005650             MOVE 'Y' TO TMK-WS-EOF-SW
005660     END-READ.
005670     PERFORM 2210-MASK-ONE-BORROWER THRU 2210-EXIT
005680         UNTIL TMK-WS-EOF.
005690     CLOSE BOR-MAST-FILE.
005700     CLOSE TMK-BOR-OUT.
005710 2200-EXIT.
005720     EXIT.
005730*
005740*===============================================================
005750 2210-MASK-ONE-BORROWER.
005760*===============================================================
005770     ADD 1 TO TMK-FT-READ (TMK-WS-FILE-SUB).
005780     MOVE BOR-CUST-ID    TO TMK-WS-TEXT.
005790     PERFORM 8000-MASK-TEXT THRU 8000-EXIT.
005800     MOVE TMK-WS-TEXT    TO BOR-CUST-ID.
005810     MOVE BOR-NAME       TO TMK-WS-TEXT.
005820     PERFORM 8000-MASK-TEXT THRU 8000-EXIT.
005830     MOVE TMK-WS-TEXT    TO BOR-NAME.
005840     MOVE BOR-ADDRESS    TO TMK-WS-TEXT.
005850     PERFORM 8000-MASK-TEXT THRU 8000-EXIT.
005860     MOVE TMK-WS-TEXT    TO BOR-ADDRESS.
005870     WRITE TMK-BOR-OUT-REC FROM BOR-MAST-REC.
005880     ADD 1 TO TMK-FT-WRITTEN (TMK-WS-FILE-SUB).
005890     READ BOR-MAST-FILE
005900         AT END
005910             MOVE 'Y' TO TMK-WS-EOF-SW
005920     END-READ.
005930 2210-EXIT.
005940     EXIT.
005950*
005960*===============================================================
005970 2300-MASK-MAILING.
005980*===============================================================
005990*    FIRST NAME, LAST NAME, STREET AND ZIP. EACH NAME WORD COMES
006000*    OUT THE SAME AS IN A ONE-FIELD NAME ELSEWHERE, SO "FIRST
006010*    LAST" HERE STILL MATCHES THE DEPOSITOR OR BORROWER NAME.
006020     MOVE 4 TO TMK-WS-FILE-SUB.
006030     OPEN INPUT CAT-NAME-FILE.
006040     IF TMK-WS-NAME-STATUS NOT = '00'
006050         GO TO 2300-EXIT
006060     END-IF.
006070     OPEN OUTPUT TMK-NAME-OUT.
006080     MOVE 'Y' TO TMK-FT-RUN-SW (TMK-WS-FILE-SUB).
006090     MOVE 'N' TO TMK-WS-EOF-SW.
006100     READ CAT-NAME-FILE
006110         AT END
006120             MOVE 'Y' TO TMK-WS-EOF-SW
006130     END-READ.
006140     PERFORM 2310-MASK-ONE-NAME THRU 2310-EXIT
006150         UNTIL TMK-WS-EOF.
006160     CLOSE CAT-NAME-FILE.
006170     CLOSE TMK-NAME-OUT.
006180 2300-EXIT.
006190     EXIT.
006200*
006210*===============================================================
006220 2310-MASK-ONE-NAME.
006230*===============================================================
006240     ADD 1 TO TMK-FT-READ (TMK-WS-FILE-SUB).
006250     MOVE CAT-IN-FIRST   TO TMK-WS-TEXT.
006260     PERFORM 8000-MASK-TEXT THRU 8000-EXIT.
006270     MOVE TMK-WS-TEXT    TO CAT-IN-FIRST.
006280     MOVE CAT-IN-LAST    TO TMK-WS-TEXT.
006290     PERFORM 8000-MASK-TEXT THRU 8000-EXIT.
006300     MOVE TMK-WS-TEXT    TO CAT-IN-LAST.
006310     MOVE CAT-IN-STREET  TO TMK-WS-TEXT.
006320     PERFORM 8000-MASK-TEXT THRU 8000-EXIT.
006330     MOVE TMK-WS-TEXT    TO CAT-IN-STREET.
006340     IF CAT-IN-ZIP NOT = SPACES
006350         MOVE "00" TO CAT-IN-ZIP (4:2)
006360     END-IF.
006370     WRITE TMK-NAME-OUT-REC FROM CAT-NAME-REC.
006380     ADD 1 TO TMK-FT-WRITTEN (TMK-WS-FILE-SUB).
006390     READ CAT-NAME-FILE
006400         AT END
006410             MOVE 'Y' TO TMK-WS-EOF-SW
006420     END-READ.
006430 2310-EXIT.
006440     EXIT.
006450*
006460*===============================================================
006470 2400-MASK-AUDIT.
006480*===============================================================
006490*    STUDENT ID AND NAME. GRADES, MARK, COURSE, DATES AND THE
006500*    SOURCE PROGRAM STAY, SO THE AUDIT STILL REBUILDS THE GRADE
006510*    MASTER FOR THE MASKED STUDENT.
006520     MOVE 5 TO TMK-WS-FILE-SUB.
006530     OPEN INPUT GRA-AUDIT-FILE.
006540     IF TMK-WS-AUDIT-STATUS NOT = '00'
006550         GO TO 2400-EXIT
006560     END-IF.
006570     OPEN OUTPUT TMK-AUDIT-OUT.
006580     MOVE 'Y' TO TMK-FT-RUN-SW (TMK-WS-FILE-SUB).
006590     MOVE 'N' TO TMK-WS-EOF-SW.
006600     READ GRA-AUDIT-FILE
006610         AT END
006620             MOVE 'Y' TO TMK-WS-EOF-SW
006630     END-READ.
006640     PERFORM 2410-MASK-ONE-AUDIT THRU 2410-EXIT
006650         UNTIL TMK-WS-EOF.
006660     CLOSE GRA-AUDIT-FILE.
006670     CLOSE TMK-AUDIT-OUT.
006680 2400-EXIT.
006690     EXIT.
006700*
006710*===============================================================
006720 2410-MASK-ONE-AUDIT.
006730*===============================================================
006740     ADD 1 TO TMK-FT-READ (TMK-WS-FILE-SUB).
006750     MOVE GRA-AU-STUDENT-ID   TO TMK-WS-TEXT.
006760     PERFORM 8000-MASK-TEXT THRU 8000-EXIT.
006770     MOVE TMK-WS-TEXT         TO GRA-AU-STUDENT-ID.
006780     MOVE GRA-AU-STUDENT-NAME TO TMK-WS-TEXT.
006790     PERFORM 8000-MASK-TEXT THRU 8000-EXIT.
006800     MOVE TMK-WS-TEXT         TO GRA-AU-STUDENT-NAME.
006810     WRITE TMK-AUDIT-OUT-REC FROM GRA-AUDIT-REC.
006820     ADD 1 TO TMK-FT-WRITTEN (TMK-WS-FILE-SUB).
006830     READ GRA-AUDIT-FILE
006840         AT END
006850             MOVE 'Y' TO TMK-WS-EOF-SW
006860     END-READ.
006870 2410-EXIT.
006880     EXIT.
006890*
006900*===============================================================
006910 2500-MASK-ACCOUNTS.
006920*===============================================================
006930*    ACCOUNT ID ONLY. A HEADER PASSES THROUGH AND STARTS A NEW
006940*    BATCH; EACH TRAILER IS REBUILT WITH ITS OWN BATCH'S COUNT
006950*    AND PRINCIPAL HASH, THE SAME FIGURES HELLO PROVES. A FILE
006960*    WITH NO TRAILER GETS NONE.
006970     MOVE 6 TO TMK-WS-FILE-SUB.
006980     OPEN INPUT CPI-PRIN-FILE.
006990     IF TMK-WS-PRIN-STATUS NOT = '00'
007000         GO TO 2500-EXIT
007010     END-IF.
007020     OPEN OUTPUT TMK-PRIN-OUT.
007030     MOVE 'Y' TO TMK-FT-RUN-SW (TMK-WS-FILE-SUB).
007040     MOVE ZERO TO TMK-WS-SEG-COUNT.
007050     MOVE ZERO TO TMK-WS-SEG-HASH.
007060     MOVE ZERO TO TMK-WS-TRL-NO.
007070     MOVE 'N' TO TMK-WS-EOF-SW.
007080     READ CPI-PRIN-FILE
007090         AT END
007100             MOVE 'Y' TO TMK-WS-EOF-SW
007110     END-READ.
007120     PERFORM 2510-MASK-ONE-ACCOUNT THRU 2510-EXIT
007130         UNTIL TMK-WS-EOF.
007140     CLOSE CPI-PRIN-FILE.
007150     CLOSE TMK-PRIN-OUT.
007160 2500-EXIT.
007170     EXIT.
007180*
007190*===============================================================
007200 2510-MASK-ONE-ACCOUNT.
007210*===============================================================
007220     ADD 1 TO TMK-FT-READ (TMK-WS-FILE-SUB).
007230     IF CPH-HEADER
007240         ADD 1 TO TMK-FT-CONTROL (TMK-WS-FILE-SUB)
007250         MOVE ZERO TO TMK-WS-SEG-COUNT
007260         MOVE ZERO TO TMK-WS-SEG-HASH
007270         GO TO 2510-WRITE
007280     END-IF.
007290     IF CPT-TRAILER
007300         ADD 1 TO TMK-FT-CONTROL (TMK-WS-FILE-SUB)
007310         PERFORM 2520-REBUILD-TRAILER THRU 2520-EXIT
007320         GO TO 2510-WRITE
007330     END-IF.
007340     ADD 1 TO TMK-WS-SEG-COUNT.
007350     IF CPI-IN-PRINCIPAL NUMERIC
007360         ADD CPI-IN-PRINCIPAL TO TMK-WS-SEG-HASH
007370     END-IF.
007380     MOVE CPI-IN-ACCOUNT-ID TO TMK-WS-TEXT.
007390     PERFORM 8000-MASK-TEXT THRU 8000-EXIT.
007400     MOVE TMK-WS-TEXT       TO CPI-IN-ACCOUNT-ID.
007410 2510-WRITE.
007420     WRITE TMK-PRIN-OUT-REC FROM CPI-PRIN-REC.
007430     ADD 1 TO TMK-FT-WRITTEN (TMK-WS-FILE-SUB).
007440     READ CPI-PRIN-FILE
007450         AT END
007460             MOVE 'Y' TO TMK-WS-EOF-SW
007470     END-READ.
007480 2510-EXIT.
007490     EXIT.
007500*
007510*===============================================================
007520 2520-REBUILD-TRAILER.
007530*===============================================================
007540     ADD 1 TO TMK-WS-TRL-NO.
007550     ADD 1 TO TMK-FT-REBUILT (TMK-WS-FILE-SUB).
007560     IF CPT-REC-COUNT NOT = TMK-WS-SEG-COUNT
007570             OR CPT-HASH-TOTAL NOT = TMK-WS-SEG-HASH
007580         MOVE CPT-REC-COUNT  TO TTL-OLD-COUNT
007590         MOVE CPT-HASH-TOTAL TO TTL-OLD-HASH
007600         PERFORM 2900-LIST-CORRECTION THRU 2900-EXIT
007610     END-IF.
007620     MOVE TMK-WS-SEG-COUNT TO CPT-REC-COUNT.
007630     MOVE TMK-WS-SEG-HASH  TO CPT-HASH-TOTAL.
007640     MOVE ZERO TO TMK-WS-SEG-COUNT.
007650     MOVE ZERO TO TMK-WS-SEG-HASH.
007660 2520-EXIT.
007670     EXIT.
007680*
007690*===============================================================
007700 2600-MASK-MARKS.
007710*===============================================================
007720*    STUDENT ID ONLY - THE SAME SUBSTITUTE AS ON STUKMAST AND
007730*    GRAAUDIT. CONTROL RECORDS ARE HANDLED AS FOR CPI-PRIN, WITH
007740*    GRADE-CALC'S COUNT AND MARKS HASH.
007750     MOVE 7 TO TMK-WS-FILE-SUB.
007760     OPEN INPUT GRA-MARKS-FILE.
007770     IF TMK-WS-MARKS-STATUS NOT = '00'
007780         GO TO 2600-EXIT
007790     END-IF.
007800     OPEN OUTPUT TMK-MARKS-OUT.
007810     MOVE 'Y' TO TMK-FT-RUN-SW (TMK-WS-FILE-SUB).
007820     MOVE ZERO TO TMK-WS-SEG-COUNT.
007830     MOVE ZERO TO TMK-WS-SEG-HASH.
007840     MOVE ZERO TO TMK-WS-TRL-NO.
007850     MOVE 'N' TO TMK-WS-EOF-SW.
007860     READ GRA-MARKS-FILE
007870         AT END
007880             MOVE 'Y' TO TMK-WS-EOF-SW
007890     END-READ.
007900     PERFORM 2610-MASK-ONE-MARK THRU 2610-EXIT
007910         UNTIL TMK-WS-EOF.
007920     CLOSE GRA-MARKS-FILE.
007930     CLOSE TMK-MARKS-OUT.
007940 2600-EXIT.
007950     EXIT.
007960*
007970*===============================================================
007980 2610-MASK-ONE-MARK.
007990*===============================================================
008000     ADD 1 TO TMK-FT-READ (TMK-WS-FILE-SUB).
008010     IF GMH-HEADER
008020         ADD 1 TO TMK-FT-CONTROL (TMK-WS-FILE-SUB)
008030         MOVE ZERO TO TMK-WS-SEG-COUNT
008040         MOVE ZERO TO TMK-WS-SEG-HASH
008050         GO TO 2610-WRITE
008060     END-IF.
008070     IF GMT-TRAILER
008080         ADD 1 TO TMK-FT-CONTROL (TMK-WS-FILE-SUB)
008090         PERFORM 2620-REBUILD-TRAILER THRU 2620-EXIT
008100         GO TO 2610-WRITE
008110     END-IF.
008120     ADD 1 TO TMK-WS-SEG-COUNT.
008130     IF GRA-IN-MARK NUMERIC
008140         ADD GRA-IN-MARK TO TMK-WS-SEG-HASH
008150     END-IF.
008160     MOVE GRA-IN-STUDENT-ID TO TMK-WS-TEXT.
008170     PERFORM 8000-MASK-TEXT THRU 8000-EXIT.
008180     MOVE TMK-WS-TEXT       TO GRA-IN-STUDENT-ID.
008190 2610-WRITE.
008200     WRITE TMK-MARKS-OUT-REC FROM GRA-MARKS-REC.
008210     ADD 1 TO TMK-FT-WRITTEN (TMK-WS-FILE-SUB).
008220     READ GRA-MARKS-FILE
008230         AT END
008240             MOVE 'Y' TO TMK-WS-EOF-SW
008250     END-READ.
008260 2610-EXIT.
008270     EXIT.
008280*
008290*===============================================================
008300 2620-REBUILD-TRAILER.
008310*===============================================================
008320     ADD 1 TO TMK-WS-TRL-NO.
008330     ADD 1 TO TMK-FT-REBUILT (TMK-WS-FILE-SUB).
008340     IF GMT-REC-COUNT NOT = TMK-WS-SEG-COUNT
008350             OR GMT-HASH-TOTAL NOT = TMK-WS-SEG-HASH
008360         MOVE GMT-REC-COUNT  TO TTL-OLD-COUNT
008370         MOVE GMT-HASH-TOTAL TO TTL-OLD-HASH
008380         PERFORM 2900-LIST-CORRECTION THRU 2900-EXIT
008390     END-IF.
008400     MOVE TMK-WS-SEG-COUNT TO GMT-REC-COUNT.
008410     MOVE TMK-WS-SEG-HASH  TO GMT-HASH-TOTAL.
008420     MOVE ZERO TO TMK-WS-SEG-COUNT.
008430     MOVE ZERO TO TMK-WS-SEG-HASH.
008440 2620-EXIT.
008450     EXIT.
008460*
008470*===============================================================
008480 2900-LIST-CORRECTION.
008490*===============================================================
008500*    THE OLD FIGURES ARE ALREADY IN THE LINE.
008510     ADD 1 TO TMK-WS-CORRECTED.
008520     MOVE TMK-FN-NAME (TMK-WS-FILE-SUB) TO TTL-NAME.
008530     MOVE TMK-WS-TRL-NO    TO TTL-TRL-NO.
008540     MOVE TMK-WS-SEG-COUNT TO TTL-NEW-COUNT.
008550     MOVE TMK-WS-SEG-HASH  TO TTL-NEW-HASH.
008560     WRITE TMK-RPT-REC FROM TMK-WS-TRL-LINE.
008570     DISPLAY "TEST-MASK: " TMK-FN-NAME (TMK-WS-FILE-SUB)
008580         " TRAILER " TMK-WS-TRL-NO
008590         " DID NOT AGREE WITH ITS BATCH".
008600 2900-EXIT.
008610     EXIT.
008620*
008630*===============================================================
008640 5000-TERMINATE.
008650*===============================================================
008660     WRITE TMK-RPT-REC FROM TMK-WS-BLANK-LINE.
008670     WRITE TMK-RPT-REC FROM TMK-WS-COL-HDR.
008680     MOVE 1 TO TMK-WS-FILE-SUB.
008690     PERFORM 5100-FILE-LINE THRU 5100-EXIT
008700         UNTIL TMK-WS-FILE-SUB > 7.
008710     WRITE TMK-RPT-REC FROM TMK-WS-BLANK-LINE.
008720     MOVE "SOURCE TRAILERS OUT OF BALANCE:" TO TML-LABEL.
008730     MOVE TMK-WS-CORRECTED TO TML-COUNT.
008740     WRITE TMK-RPT-REC FROM TMK-WS-FOOT-LINE.
008750     MOVE "STUKMAST TEST COPY WRITES FAILED:" TO TML-LABEL.
008760     MOVE TMK-WS-WRITE-ERRORS TO TML-COUNT.
008770     WRITE TMK-RPT-REC FROM TMK-WS-FOOT-LINE.
008780     CLOSE TMK-RPT-FILE.
008790     DISPLAY "TEST-MASK: SOURCE TRAILERS OUT OF BALANCE: "
008800         TMK-WS-CORRECTED.
008810 5000-EXIT.
008820     EXIT.
008830*
008840*===============================================================
008850 5100-FILE-LINE.
008860*===============================================================
008870     MOVE SPACES TO TMK-WS-FILE-LINE.
008880     MOVE TMK-FN-NAME (TMK-WS-FILE-SUB) TO TFL-NAME.
008890     IF NOT TMK-FT-RUN (TMK-WS-FILE-SUB)
008900         MOVE "NOT ON HAND - NO TEST COPY" TO TFL-NOTE
008910     ELSE
008920         MOVE TMK-FT-READ (TMK-WS-FILE-SUB)    TO TFL-READ
008930         MOVE TMK-FT-WRITTEN (TMK-WS-FILE-SUB) TO TFL-WRITTEN
008940         MOVE TMK-FT-CONTROL (TMK-WS-FILE-SUB) TO TFL-CONTROL
008950         MOVE TMK-FT-REBUILT (TMK-WS-FILE-SUB) TO TFL-REBUILT
008960         MOVE "MASKED" TO TFL-NOTE
008970     END-IF.
008980     WRITE TMK-RPT-REC FROM TMK-WS-FILE-LINE.
008990     ADD 1 TO TMK-WS-FILE-SUB.
009000 5100-EXIT.
009010     EXIT.
009020*
009030*===============================================================
009040 8000-MASK-TEXT.
009050*===============================================================
009060*    REPLACES EACH LETTER AND DIGIT OF TMK-WS-TEXT, A WORD AT A
009070*    TIME. WITHIN A WORD THE SHIFT FOR A CHARACTER DEPENDS ON THE
009080*    KEY, ITS PLACE IN THE WORD AND THE REAL CHARACTER BEFORE IT,
009090*    SO THE SAME WORD ALWAYS GIVES THE SAME SUBSTITUTE WHATEVER
009100*    FIELD OR FILE IT IS ON, AND TWO DIFFERENT IDS NEVER GIVE THE
009110*    SAME ONE. A WORD'S FIRST CHARACTER DEPENDS ON ITSELF ONLY,
009120*    SO NAMES THAT SHARE AN INITIAL STILL DO.
009130     MOVE ZERO TO TMK-WS-WORD-POS.
009140     MOVE ZERO TO TMK-WS-PREV-ORD.
009150     MOVE 1 TO TMK-WS-POS.
009160     PERFORM 8010-MASK-ONE-CHAR THRU 8010-EXIT
009170         UNTIL TMK-WS-POS > 30.
009180 8000-EXIT.
009190     EXIT.
009200*
009210*===============================================================
009220 8010-MASK-ONE-CHAR.
009230*===============================================================
009240     IF TMK-WS-TEXT (TMK-WS-POS:1) = SPACE
009250         GO TO 8010-END-WORD
009260     END-IF.
009270     SET TMK-AL-IDX TO 1.
009280     SEARCH TMK-AL-CHAR
009290         AT END
009300             GO TO 8010-END-WORD
009310         WHEN TMK-AL-CHAR (TMK-AL-IDX) =
009320                 TMK-WS-TEXT (TMK-WS-POS:1)
009330             SET TMK-WS-CHAR-SUB TO TMK-AL-IDX
009340     END-SEARCH.
009350     EVALUATE TRUE
009360         WHEN TMK-WS-CHAR-SUB > 52
009370             MOVE 52 TO TMK-WS-CLASS-BASE
009380             MOVE 10 TO TMK-WS-CLASS-SIZE
009390         WHEN TMK-WS-CHAR-SUB > 26
009400             MOVE 26 TO TMK-WS-CLASS-BASE
009410             MOVE 26 TO TMK-WS-CLASS-SIZE
009420         WHEN OTHER
009430             MOVE ZERO TO TMK-WS-CLASS-BASE
009440             MOVE 26 TO TMK-WS-CLASS-SIZE
009450     END-EVALUATE.
009460     COMPUTE TMK-WS-ORD = TMK-WS-CHAR-SUB - TMK-WS-CLASS-BASE - 1.
009470     ADD 1 TO TMK-WS-WORD-POS.
009480     DIVIDE 7 INTO TMK-WS-WORD-POS
009490         GIVING TMK-WS-QUOT REMAINDER TMK-WS-KEY-SUB.
009500     ADD 1 TO TMK-WS-KEY-SUB.
009510     COMPUTE TMK-WS-SHIFT = TMK-WS-ORD
009520         + TMK-KEY-DIGIT (TMK-WS-KEY-SUB)
009530         + TMK-WS-WORD-POS + TMK-WS-PREV-ORD.
009540     DIVIDE TMK-WS-CLASS-SIZE INTO TMK-WS-SHIFT
009550         GIVING TMK-WS-QUOT REMAINDER TMK-WS-REM.
009560     MOVE TMK-WS-ORD TO TMK-WS-PREV-ORD.
009570     COMPUTE TMK-WS-CHAR-SUB =
009580         TMK-WS-CLASS-BASE + TMK-WS-REM + 1.
009590     MOVE TMK-AL-CHAR (TMK-WS-CHAR-SUB)
009600         TO TMK-WS-TEXT (TMK-WS-POS:1).
009610     GO TO 8010-NEXT.
009620 8010-END-WORD.
009630     MOVE ZERO TO TMK-WS-WORD-POS.
009640     MOVE ZERO TO TMK-WS-PREV-ORD.
009650 8010-NEXT.
009660     ADD 1 TO TMK-WS-POS.
009670 8010-EXIT.
009680     EXIT.
