000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     HOLD-AGING.
000030 AUTHOR.         R KHANNA.
000040 INSTALLATION.   REGISTRAR DATA PROCESSING.
000050 DATE-WRITTEN.   10/15/2026.
000060 DATE-COMPILED.  10/15/2026.
000070*---------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*---------------------------------------------------------------
000100*   DATE       INIT  DESCRIPTION
000110*   --------   ----  ----------------------------------------
000120*   10/15/2026 RK    ORIGINAL VERSION. STALE-HOLD REPORT. EVERY
000130*                    ACTIVE HOLD ON THE KEYED STUDENT HOLDS FILE
000140*                    (STUHOLD.CPY, KEPT BY HOLD-MAINT) PLACED MORE
000150*                    THAN HOLDDAYS DAYS AGO (GRA-CTL-FILE PARM,
000160*                    DEFAULT 90) IS LISTED UNDER THE OFFICE THAT
000170*                    PLACED IT, OLDEST FIRST, SO EACH OFFICE CAN
000180*                    CLEAR OR RENEW ITS STALE HOLDS. REPORT ONLY -
000190*                    NO HOLD IS CHANGED.
000200*---------------------------------------------------------------
000210 ENVIRONMENT DIVISION.
000220 CONFIGURATION SECTION.
000230 SOURCE-COMPUTER. IBM-370.
000240 OBJECT-COMPUTER. IBM-370.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000270     SELECT GRA-HOLD-FILE     ASSIGN TO GRAHOLD
000280         ORGANIZATION IS INDEXED
000290         ACCESS MODE IS SEQUENTIAL
000300         RECORD KEY IS HLD-KEY
000310         FILE STATUS IS HAG-WS-HOLD-STATUS.
000320     SELECT GRA-STUMF-FILE    ASSIGN TO GRASTUMF
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS RANDOM
000350         RECORD KEY IS GRA-SM-STUDENT-ID
000360         FILE STATUS IS HAG-WS-STUMF-STATUS.
000370     SELECT GRA-CTL-FILE      ASSIGN TO GRACTL
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS HAG-WS-CTL-STATUS.
000400     SELECT HAG-SORT-FILE     ASSIGN TO HAGSWK.
000410     SELECT HAG-HLDS-FILE     ASSIGN TO HAGHLDS
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS HAG-WS-HLDS-STATUS.
000440     SELECT HAG-RPT-FILE      ASSIGN TO HOLDAGER
000450         ORGANIZATION IS LINE SEQUENTIAL.
000460*
000470 DATA DIVISION.
000480 FILE SECTION.
000490 FD  GRA-HOLD-FILE
000500     RECORD CONTAINS 80 CHARACTERS.
000510     COPY STUHOLD REPLACING ==STUHOLD-RECORD==
000520         BY ==GRA-HOLD-REC==.
000530*
000540 FD  GRA-STUMF-FILE
000550     RECORD CONTAINS 40 CHARACTERS.
000560 01  GRA-STUMF-REC.
000570     05  GRA-SM-STUDENT-ID       PIC X(09).
000580     05  GRA-SM-NAME             PIC X(20).
000590     05  GRA-SM-PROGRAM          PIC X(08).
000600     05  GRA-SM-ENROLL-STATUS    PIC X(01).
000610     05  FILLER                  PIC X(02).
000620*
000630 FD  GRA-CTL-FILE
000640     RECORD CONTAINS 20 CHARACTERS.
000650     COPY CTLPARM REPLACING ==CTLPARM-RECORD==
000660         BY ==HAG-CTL-REC==.
000670*
000680 SD  HAG-SORT-FILE.
000690 01  HAG-SORT-REC.
000700     05  HSW-STUDENT-ID          PIC X(09).
000710     05  HSW-TYPE                PIC X(02).
000720     05  HSW-OFFICE              PIC X(04).
000730     05  HSW-PLACED-DATE         PIC 9(08).
000740     05  FILLER                  PIC X(57).
000750*
000760*    THE HOLDS FILE SORTED INTO OFFICE AND PLACED-DATE ORDER FOR
000770*    THE REPORT - SAME LAYOUT AS STUHOLD.CPY.
000780 FD  HAG-HLDS-FILE
000790     RECORD CONTAINS 80 CHARACTERS.
000800 01  HAG-HLDS-REC.
000810     05  HSR-STUDENT-ID          PIC X(09).
000820     05  HSR-TYPE                PIC X(02).
000830     05  HSR-OFFICE              PIC X(04).
000840     05  HSR-PLACED-DATE         PIC 9(08).
000850     05  HSR-BLOCKS.
000860         10  HSR-BLK-TRANSCRIPT  PIC X(01).
000870         10  HSR-BLK-AUDIT       PIC X(01).
000880         10  HSR-BLK-REGISTER    PIC X(01).
000890         10  HSR-BLK-DIPLOMA     PIC X(01).
000900     05  HSR-STATUS              PIC X(01).
000910         88  HSR-ACTIVE          VALUE 'A'.
000920     05  HSR-RELEASE-DATE        PIC 9(08).
000930     05  HSR-REASON              PIC X(20).
000940     05  HSR-USERID              PIC X(08).
000950     05  FILLER                  PIC X(16).
000960*
000970 FD  HAG-RPT-FILE
000980     RECORD CONTAINS 80 CHARACTERS.
000990 01  HAG-RPT-REC                 PIC X(80).
001000*
001010 WORKING-STORAGE SECTION.
001020 77  HAG-WS-EOF-SW               PIC X(01) VALUE 'N'.
001030     88  HAG-WS-EOF              VALUE 'Y'.
001040 77  HAG-WS-CTL-EOF-SW           PIC X(01) VALUE 'N'.
001050     88  HAG-WS-CTL-EOF          VALUE 'Y'.
001060 77  HAG-WS-HOLD-STATUS          PIC X(02) VALUE '00'.
001070 77  HAG-WS-STUMF-STATUS         PIC X(02) VALUE '00'.
001080 77  HAG-WS-CTL-STATUS           PIC X(02) VALUE '00'.
001090 77  HAG-WS-HLDS-STATUS          PIC X(02) VALUE '00'.
001100 77  HAG-WS-HLDS-OPEN-SW         PIC X(01) VALUE 'N'.
001110     88  HAG-WS-HLDS-OPEN        VALUE 'Y'.
001120 77  HAG-WS-STUMF-LOADED-SW      PIC X(01) VALUE 'N'.
001130     88  HAG-WS-STUMF-LOADED     VALUE 'Y'.
001140 77  HAG-WS-AGE-DAYS             PIC S9(05) COMP VALUE ZERO.
001150 01  HAG-WS-HELD-OFFICE          PIC X(04) VALUE SPACES.
001160 01  HAG-WS-STUDENT-NAME         PIC X(20).
001170 01  HAG-WS-BLOCKS               PIC X(04).
001180     COPY RUNSTAMP.
001190*
001200*    STALE-HOLD THRESHOLD FROM GRA-CTL-FILE - HOLDDAYS. A
001210*    MISSING PARM KEEPS THE VALUE-CLAUSE DEFAULT.
001220 77  HAG-WS-STALE-DAYS           PIC 9(05) VALUE 90.
001230*
001240*    SERIAL-DAY CONVERSION WORK FIELDS - SAME SHAPE AS
001250*    INC-LAPSE'S 2290-DATE-TO-SERIAL.
001260 01  HAG-WS-SER-DATE             PIC 9(08).
001270 01  HAG-WS-SER-DATE-MDY REDEFINES HAG-WS-SER-DATE.
001280     05  HAG-SER-YEAR            PIC 9(04).
001290     05  HAG-SER-MONTH           PIC 9(02).
001300     05  HAG-SER-DAY             PIC 9(02).
001310 77  HAG-WS-SER-M                PIC 9(04) COMP VALUE ZERO.
001320 77  HAG-WS-SER-Y                PIC 9(04) COMP VALUE ZERO.
001330 77  HAG-WS-SERIAL               PIC 9(07) COMP VALUE ZERO.
001340 77  HAG-WS-RUN-SERIAL           PIC 9(07) COMP VALUE ZERO.
001350*
001360*    RUN COUNTS.
001370 77  HAG-WS-ACTIVE-COUNT         PIC 9(07) COMP VALUE ZERO.
001380 77  HAG-WS-STALE-COUNT          PIC 9(05) COMP VALUE ZERO.
001390 77  HAG-WS-OFFICE-COUNT         PIC 9(05) COMP VALUE ZERO.
001400*
001410 01  HAG-WS-TITLE-LINE.
001420     05  FILLER                  PIC X(36) VALUE
001430         "STUDENT HOLDS ACTIVE MORE THAN      ".
001440     05  HTL-DAYS                PIC ZZZZ9.
001450     05  FILLER                  PIC X(39) VALUE " DAYS".
001460*
001470 01  HAG-WS-LEGEND-LINE.
001480     05  FILLER                  PIC X(55) VALUE
001490         "BLOCKS: T=TRANSCRIPT A=AUDIT R=REGISTRATION D=DIPLOMA".
001500     05  FILLER                  PIC X(25) VALUE SPACES.
001510*
001520 01  HAG-WS-OFFICE-LINE.
001530     05  FILLER                  PIC X(07) VALUE "OFFICE ".
001540     05  HOL-OFFICE              PIC X(04).
001550     05  FILLER                  PIC X(69) VALUE SPACES.
001560*
001570 01  HAG-WS-HEAD-LINE.
001580     05  FILLER                  PIC X(40) VALUE
001590         "STUDENT   NAME                 TY PLACED".
001600     05  FILLER                  PIC X(40) VALUE
001610         "     DAYS BLKS REASON".
001620*
001630 01  HAG-WS-DETAIL-LINE.
001640     05  HDL-STUDENT-ID          PIC X(09).
001650     05  FILLER                  PIC X(01) VALUE SPACES.
001660     05  HDL-STUDENT-NAME        PIC X(20).
001670     05  FILLER                  PIC X(01) VALUE SPACES.
001680     05  HDL-TYPE                PIC X(02).
001690     05  FILLER                  PIC X(01) VALUE SPACES.
001700     05  HDL-PLACED-DATE         PIC 9(08).
001710     05  FILLER                  PIC X(01) VALUE SPACES.
001720     05  HDL-AGE-DAYS            PIC ZZZZ9.
001730     05  FILLER                  PIC X(01) VALUE SPACES.
001740     05  HDL-BLOCKS              PIC X(04).
001750     05  FILLER                  PIC X(01) VALUE SPACES.
001760     05  HDL-REASON              PIC X(20).
001770     05  FILLER                  PIC X(06) VALUE SPACES.
001780*
001790 01  HAG-WS-SUBTOTAL-LINE.
001800     05  FILLER                  PIC X(28) VALUE
001810         "  STALE HOLDS FOR OFFICE:   ".
001820     05  HSL-COUNT               PIC ZZZZ9.
001830     05  FILLER                  PIC X(47) VALUE SPACES.
001840*
001850 01  HAG-WS-FOOT-LINE.
001860     05  HGF-LABEL               PIC X(34).
001870     05  HGF-COUNT               PIC Z(6)9.
001880     05  FILLER                  PIC X(39) VALUE SPACES.
001890*
001900 01  HAG-WS-BLANK-LINE           PIC X(80) VALUE SPACES.
001910*
001920 PROCEDURE DIVISION.
001930*===============================================================
001940 0000-MAINLINE.
001950*===============================================================
001960     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001970     PERFORM 2000-CHECK-HOLD THRU 2000-EXIT
001980         UNTIL HAG-WS-EOF.
001990     PERFORM 3000-TERMINATE THRU 3000-EXIT.
002000     STOP RUN.
002010*
002020*===============================================================
002030 1000-INITIALIZE.
002040*===============================================================
002050     OPEN OUTPUT HAG-RPT-FILE.
002060     ACCEPT RUNSTAMP-DATE FROM DATE YYYYMMDD.
002070     ACCEPT RUNSTAMP-TIME FROM TIME.
002080     MOVE RUNSTAMP-DATE TO RUNSTAMP-HDR-DATE.
002090     MOVE RUNSTAMP-TIME TO RUNSTAMP-HDR-TIME.
002100     WRITE HAG-RPT-REC FROM RUNSTAMP-HEADER-LINE.
002110     PERFORM 1300-LOAD-PARMS THRU 1300-EXIT.
002120     MOVE HAG-WS-STALE-DAYS TO HTL-DAYS.
002130     WRITE HAG-RPT-REC FROM HAG-WS-TITLE-LINE.
002140     WRITE HAG-RPT-REC FROM HAG-WS-LEGEND-LINE.
002150     MOVE RUNSTAMP-DATE TO HAG-WS-SER-DATE.
002160     PERFORM 2290-DATE-TO-SERIAL THRU 2290-EXIT.
002170     MOVE HAG-WS-SERIAL TO HAG-WS-RUN-SERIAL.
002180     OPEN INPUT GRA-STUMF-FILE.
002190     IF HAG-WS-STUMF-STATUS = '00'
002200         MOVE 'Y' TO HAG-WS-STUMF-LOADED-SW
002210     END-IF.
002220     PERFORM 1500-SORT-HOLDS THRU 1500-EXIT.
002230 1000-EXIT.
002240     EXIT.
002250*
002260*===============================================================
002270 1300-LOAD-PARMS.
002280*===============================================================
002290     MOVE 'N' TO HAG-WS-CTL-EOF-SW.
002300     OPEN INPUT GRA-CTL-FILE.
002310     IF HAG-WS-CTL-STATUS = '35'
002320         GO TO 1300-EXIT
002330     END-IF.
002340     READ GRA-CTL-FILE
002350         AT END
002360             MOVE 'Y' TO HAG-WS-CTL-EOF-SW
002370     END-READ.
002380     PERFORM 1310-LOAD-ONE-PARM THRU 1310-EXIT
002390         UNTIL HAG-WS-CTL-EOF.
002400     CLOSE GRA-CTL-FILE.
002410 1300-EXIT.
002420     EXIT.
002430*
002440*===============================================================
002450 1310-LOAD-ONE-PARM.
002460*===============================================================
002470     IF CTL-PARM-CODE OF HAG-CTL-REC = 'HOLDDAYS'
002480             AND CTL-PARM-VALUE OF HAG-CTL-REC > ZERO
002490         MOVE CTL-PARM-VALUE OF HAG-CTL-REC
002500             TO HAG-WS-STALE-DAYS
002510     END-IF.
002520     READ GRA-CTL-FILE
002530         AT END
002540             MOVE 'Y' TO HAG-WS-CTL-EOF-SW
002550     END-READ.
002560 1310-EXIT.
002570     EXIT.
002580*
002590*===============================================================
002600 1500-SORT-HOLDS.
002610*===============================================================
002620*    THE HOLDS FILE IS SORTED INTO OFFICE, PLACED-DATE AND
002630*    STUDENT ORDER AND READ BACK. NO HOLDS FILE MEANS THE SITE
002640*    HASN'T CUT OVER - THERE IS NOTHING TO AGE.
002650     MOVE 'N' TO HAG-WS-EOF-SW.
002660     OPEN INPUT GRA-HOLD-FILE.
002670     IF HAG-WS-HOLD-STATUS NOT = '00'
002680         DISPLAY "HOLD-AGING: NO HOLDS FILE - NOTHING TO AGE"
002690         MOVE 'Y' TO HAG-WS-EOF-SW
002700         GO TO 1500-EXIT
002710     END-IF.
002720     CLOSE GRA-HOLD-FILE.
002730     SORT HAG-SORT-FILE
002740         ON ASCENDING KEY HSW-OFFICE HSW-PLACED-DATE
002750             HSW-STUDENT-ID
002760         USING GRA-HOLD-FILE
002770         GIVING HAG-HLDS-FILE.
002780     OPEN INPUT HAG-HLDS-FILE.
002790     IF HAG-WS-HLDS-STATUS NOT = '00'
002800         DISPLAY "HOLD-AGING: SORTED HOLDS NOT AVAILABLE - "
002810             "STATUS " HAG-WS-HLDS-STATUS
002820         MOVE 8 TO RETURN-CODE
002830         MOVE 'Y' TO HAG-WS-EOF-SW
002840         GO TO 1500-EXIT
002850     END-IF.
002860     MOVE 'Y' TO HAG-WS-HLDS-OPEN-SW.
002870     READ HAG-HLDS-FILE
002880         AT END
002890             MOVE 'Y' TO HAG-WS-EOF-SW
002900     END-READ.
002910 1500-EXIT.
002920     EXIT.
002930*
002940*===============================================================
002950 2000-CHECK-HOLD.
002960*===============================================================
002970*    ONE HOLD. A RELEASED HOLD IS PASSED OVER; AN ACTIVE ONE IS
002980*    LISTED WHEN IT IS OLDER THAN HOLDDAYS. THE OFFICE HEADING
002990*    PRINTS BEFORE THE OFFICE'S FIRST STALE HOLD.
003000     IF NOT HSR-ACTIVE
003010         GO TO 2000-READ-NEXT
003020     END-IF.
003030     ADD 1 TO HAG-WS-ACTIVE-COUNT.
003040     MOVE ZERO TO HAG-WS-AGE-DAYS.
003050     IF HSR-PLACED-DATE NUMERIC
003060         MOVE HSR-PLACED-DATE TO HAG-WS-SER-DATE
003070         PERFORM 2290-DATE-TO-SERIAL THRU 2290-EXIT
003080         COMPUTE HAG-WS-AGE-DAYS =
003090             HAG-WS-RUN-SERIAL - HAG-WS-SERIAL
003100     END-IF.
003110     IF HAG-WS-AGE-DAYS NOT > HAG-WS-STALE-DAYS
003120         GO TO 2000-READ-NEXT
003130     END-IF.
003140     IF HSR-OFFICE NOT = HAG-WS-HELD-OFFICE
003150         PERFORM 2100-OFFICE-BREAK THRU 2100-EXIT
003160     END-IF.
003170     PERFORM 2200-GET-STUDENT-NAME THRU 2200-EXIT.
003180     PERFORM 2250-FORMAT-BLOCKS THRU 2250-EXIT.
003190     MOVE HSR-STUDENT-ID      TO HDL-STUDENT-ID.
003200     MOVE HAG-WS-STUDENT-NAME TO HDL-STUDENT-NAME.
003210     MOVE HSR-TYPE            TO HDL-TYPE.
003220     MOVE HSR-PLACED-DATE     TO HDL-PLACED-DATE.
003230     MOVE HAG-WS-AGE-DAYS     TO HDL-AGE-DAYS.
003240     MOVE HAG-WS-BLOCKS       TO HDL-BLOCKS.
003250     MOVE HSR-REASON          TO HDL-REASON.
003260     WRITE HAG-RPT-REC FROM HAG-WS-DETAIL-LINE.
003270     ADD 1 TO HAG-WS-STALE-COUNT.
003280     ADD 1 TO HAG-WS-OFFICE-COUNT.
003290 2000-READ-NEXT.
003300     READ HAG-HLDS-FILE
003310         AT END
003320             MOVE 'Y' TO HAG-WS-EOF-SW
003330     END-READ.
003340 2000-EXIT.
003350     EXIT.
003360*
003370*===============================================================
003380 2100-OFFICE-BREAK.
003390*===============================================================
003400     PERFORM 2150-OFFICE-TOTAL THRU 2150-EXIT.
003410     MOVE HSR-OFFICE TO HAG-WS-HELD-OFFICE.
003420     MOVE HSR-OFFICE TO HOL-OFFICE.
003430     WRITE HAG-RPT-REC FROM HAG-WS-BLANK-LINE.
003440     WRITE HAG-RPT-REC FROM HAG-WS-OFFICE-LINE.
003450     WRITE HAG-RPT-REC FROM HAG-WS-HEAD-LINE.
003460 2100-EXIT.
003470     EXIT.
003480*
003490*===============================================================
003500 2150-OFFICE-TOTAL.
003510*===============================================================
003520     IF HAG-WS-OFFICE-COUNT = ZERO
003530         GO TO 2150-EXIT
003540     END-IF.
003550     MOVE HAG-WS-OFFICE-COUNT TO HSL-COUNT.
003560     WRITE HAG-RPT-REC FROM HAG-WS-SUBTOTAL-LINE.
003570     MOVE ZERO TO HAG-WS-OFFICE-COUNT.
003580 2150-EXIT.
003590     EXIT.
003600*
003610*===============================================================
003620 2200-GET-STUDENT-NAME.
003630*===============================================================
003640*    NO STUDENT MASTER, OR NO RECORD ON IT, LEAVES THE NAME
003650*    BLANK.
003660     MOVE SPACES TO HAG-WS-STUDENT-NAME.
003670     IF NOT HAG-WS-STUMF-LOADED
003680         GO TO 2200-EXIT
003690     END-IF.
003700     MOVE HSR-STUDENT-ID TO GRA-SM-STUDENT-ID.
003710     READ GRA-STUMF-FILE
003720         INVALID KEY
003730             CONTINUE
003740         NOT INVALID KEY
003750             MOVE GRA-SM-NAME TO HAG-WS-STUDENT-NAME
003760     END-READ.
003770 2200-EXIT.
003780     EXIT.
003790*
003800*===============================================================
003810 2250-FORMAT-BLOCKS.
003820*===============================================================
003830*    ONE LETTER PER BLOCKED SERVICE, A DASH FOR ONE LEFT OPEN -
003840*    SEE THE LEGEND UNDER THE TITLE.
003850     MOVE "----" TO HAG-WS-BLOCKS.
003860     IF HSR-BLK-TRANSCRIPT = 'Y'
003870         MOVE 'T' TO HAG-WS-BLOCKS (1:1)
003880     END-IF.
003890     IF HSR-BLK-AUDIT = 'Y'
003900         MOVE 'A' TO HAG-WS-BLOCKS (2:1)
003910     END-IF.
003920     IF HSR-BLK-REGISTER = 'Y'
003930         MOVE 'R' TO HAG-WS-BLOCKS (3:1)
003940     END-IF.
003950     IF HSR-BLK-DIPLOMA = 'Y'
003960         MOVE 'D' TO HAG-WS-BLOCKS (4:1)
003970     END-IF.
003980 2250-EXIT.
003990     EXIT.
004000*
004010*===============================================================
004020 2290-DATE-TO-SERIAL.
004030*===============================================================
004040*    CONVERTS HAG-WS-SER-DATE TO A SERIAL DAY NUMBER - SAME
004050*    MONTH-13/14 SHIFT AS INC-LAPSE'S 2290-DATE-TO-SERIAL SO
004060*    LEAP DAYS FALL IN THE RIGHT PLACE. ONLY DIFFERENCES OF TWO
004070*    SERIALS ARE EVER USED.
004080     MOVE HAG-SER-MONTH TO HAG-WS-SER-M.
004090     MOVE HAG-SER-YEAR  TO HAG-WS-SER-Y.
004100     IF HAG-WS-SER-M < 3
004110         ADD 12 TO HAG-WS-SER-M
004120         SUBTRACT 1 FROM HAG-WS-SER-Y
004130     END-IF.
004140     COMPUTE HAG-WS-SERIAL =
004150         (365 * HAG-WS-SER-Y)
004160         + (HAG-WS-SER-Y / 4)
004170         - (HAG-WS-SER-Y / 100)
004180         + (HAG-WS-SER-Y / 400)
004190         + ((153 * (HAG-WS-SER-M + 1)) / 5)
004200         + HAG-SER-DAY.
004210 2290-EXIT.
004220     EXIT.
004230*
004240*===============================================================
004250 3000-TERMINATE.
004260*===============================================================
004270     PERFORM 2150-OFFICE-TOTAL THRU 2150-EXIT.
004280     IF HAG-WS-HLDS-OPEN
004290         CLOSE HAG-HLDS-FILE
004300     END-IF.
004310     IF HAG-WS-STUMF-LOADED
004320         CLOSE GRA-STUMF-FILE
004330     END-IF.
004340     WRITE HAG-RPT-REC FROM HAG-WS-BLANK-LINE.
004350     MOVE "ACTIVE HOLDS ON FILE:             " TO HGF-LABEL.
004360     MOVE HAG-WS-ACTIVE-COUNT TO HGF-COUNT.
004370     WRITE HAG-RPT-REC FROM HAG-WS-FOOT-LINE.
004380     MOVE "STALE HOLDS LISTED:               " TO HGF-LABEL.
004390     MOVE HAG-WS-STALE-COUNT TO HGF-COUNT.
004400     WRITE HAG-RPT-REC FROM HAG-WS-FOOT-LINE.
004410     CLOSE HAG-RPT-FILE.
004420     DISPLAY "HOLD-AGING: ACTIVE HOLDS: " HAG-WS-ACTIVE-COUNT.
004430     DISPLAY "HOLD-AGING: STALE HOLDS:  " HAG-WS-STALE-COUNT.
004440 3000-EXIT.
004450     EXIT.
