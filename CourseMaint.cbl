000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     COURSE-MAINT.
000030 AUTHOR.         R KHANNA.
000040 INSTALLATION.   REGISTRAR DATA PROCESSING.
000050 DATE-WRITTEN.   10/15/2026.
000060 DATE-COMPILED.  10/15/2026.
000070*---------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*---------------------------------------------------------------
000100*   DATE       INIT  DESCRIPTION
000110*   --------   ----  ----------------------------------------
000120*   10/15/2026 RK    ORIGINAL VERSION. TRANSACTION-DRIVEN
000130*                    MAINTENANCE FOR THE KEYED COURSE CATALOG
000140*                    MASTER (CRSMAST.CPY) - THE ONE PLACE A
000150*                    COURSE'S TITLE, DEPARTMENT, CREDIT HOURS AND
000160*                    OFFERED TERMS ARE KEPT. GRADE-CALC REJECTS
000170*                    MARKS FOR COURSES NOT ON IT OR NOT OFFERED
000180*                    IN THE MARK'S TERM AND TAKES GPA CREDIT HOURS
000190*                    FROM IT; GRADE-TRANSCRIPT AND DEGREE-AUDIT
000200*                    PRINT ITS TITLES. ADD/CHANGE/RETIRE
000210*                    TRANSACTIONS ARE VALIDATED, EVERY APPLIED
000220*                    CHANGE WRITES A BEFORE/AFTER AUDIT RECORD,
000230*                    AND AN EFFECT REPORT SHOWS EACH
000240*                    TRANSACTION'S DISPOSITION - SAME SHAPE AS
000250*                    STUMF-MAINT.
000260*---------------------------------------------------------------
000270 ENVIRONMENT DIVISION.
000280 CONFIGURATION SECTION.
000290 SOURCE-COMPUTER. IBM-370.
000300 OBJECT-COMPUTER. IBM-370.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT CRM-TXN-FILE     ASSIGN TO GRACRSTX
000340         ORGANIZATION IS LINE SEQUENTIAL.
000350     SELECT GRA-CRSMF-FILE   ASSIGN TO GRACRSMF
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS RANDOM
000380         RECORD KEY IS CRS-COURSE-ID
000390         FILE STATUS IS CRM-WS-MASTER-STATUS.
000400     SELECT CRM-AUDIT-FILE   ASSIGN TO GRACRSAU
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS CRM-WS-AUDIT-STATUS.
000430     SELECT CRM-RPT-FILE     ASSIGN TO CRSMNTR
000440         ORGANIZATION IS LINE SEQUENTIAL.
000450     SELECT CRM-SECLOG-FILE  ASSIGN TO CRMSECLG
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS CRM-WS-SECLOG-STATUS.
000480*
000490 DATA DIVISION.
000500 FILE SECTION.
000510*    CRM-TX-TERM IS THE FIRST TERM OFFERED ON AN ADD OR CHANGE
000520*    AND THE FIRST TERM NO LONGER OFFERED ON A RETIRE.
000530 FD  CRM-TXN-FILE
000540     RECORD CONTAINS 60 CHARACTERS.
000550 01  CRM-TXN-REC.
000560     05  CRM-TX-ACTION           PIC X(01).
000570         88  CRM-TX-ADD          VALUE 'A'.
000580         88  CRM-TX-CHANGE       VALUE 'C'.
000590         88  CRM-TX-RETIRE       VALUE 'R'.
000600     05  CRM-TX-COURSE-ID        PIC X(06).
000610     05  CRM-TX-TITLE            PIC X(30).
000620     05  CRM-TX-DEPT             PIC X(04).
000630     05  CRM-TX-CREDIT-HRS       PIC 9(01)V9(01).
000640     05  CRM-TX-CREDIT-HRS-X REDEFINES CRM-TX-CREDIT-HRS
000650                                 PIC X(02).
000660     05  CRM-TX-TERM             PIC X(06).
000670     05  FILLER                  PIC X(11).
000680*
000690 FD  GRA-CRSMF-FILE
000700     RECORD CONTAINS 60 CHARACTERS.
000710     COPY CRSMAST REPLACING ==CRSMAST-RECORD==
000720         BY ==GRA-CRSMF-REC==.
000730*
000740*    BEFORE/AFTER AUDIT TRAIL - ONE RECORD PER APPLIED CHANGE.
000750 FD  CRM-AUDIT-FILE
000760     RECORD CONTAINS 120 CHARACTERS.
000770 01  CRM-AUDIT-REC.
000780     05  CRA-ACTION              PIC X(01).
000790     05  CRA-COURSE-ID           PIC X(06).
000800     05  CRA-OLD-TITLE           PIC X(30).
000810     05  CRA-OLD-DEPT            PIC X(04).
000820     05  CRA-OLD-CREDIT-HRS      PIC 9(01)V9(01).
000830     05  CRA-OLD-STATUS          PIC X(01).
000840     05  CRA-OLD-EFF-TERM        PIC X(06).
000850     05  CRA-OLD-RETIRE-TERM     PIC X(06).
000860     05  CRA-NEW-TITLE           PIC X(30).
000870     05  CRA-NEW-DEPT            PIC X(04).
000880     05  CRA-NEW-CREDIT-HRS      PIC 9(01)V9(01).
000890     05  CRA-NEW-STATUS          PIC X(01).
000900     05  CRA-NEW-EFF-TERM        PIC X(06).
000910     05  CRA-NEW-RETIRE-TERM     PIC X(06).
000920     05  CRA-RUN-DATE            PIC 9(08).
000930     05  FILLER                  PIC X(07).
000940*
000950 FD  CRM-RPT-FILE
000960     RECORD CONTAINS 80 CHARACTERS.
000970 01  CRM-RPT-REC                 PIC X(80).
000980*
000990 FD  CRM-SECLOG-FILE
001000     RECORD CONTAINS 80 CHARACTERS.
001010     COPY AUDITLOG REPLACING ==AUDITLOG-RECORD==
001020         BY ==CRM-SECLOG-REC==.
001030*
001040 WORKING-STORAGE SECTION.
001050 77  CRM-WS-EOF-SW               PIC X(01) VALUE 'N'.
001060     88  CRM-WS-EOF              VALUE 'Y'.
001070 77  CRM-WS-MASTER-STATUS        PIC X(02) VALUE '00'.
001080 77  CRM-WS-AUDIT-STATUS         PIC X(02) VALUE '00'.
001090 77  CRM-WS-SECLOG-STATUS        PIC X(02) VALUE '00'.
001100 77  CRM-WS-TXN-COUNT            PIC 9(05) COMP VALUE ZERO.
001110 77  CRM-WS-APPLIED-COUNT        PIC 9(05) COMP VALUE ZERO.
001120 77  CRM-WS-REJECT-COUNT         PIC 9(05) COMP VALUE ZERO.
001130 77  CRM-WS-EXISTS-SW            PIC X(01).
001140     88  CRM-WS-EXISTS           VALUE 'Y'.
001150 77  CRM-WS-REJ-REASON           PIC X(30).
001160 01  CRM-WS-OLD-IMAGE.
001170     05  CRM-WS-OLD-TITLE        PIC X(30).
001180     05  CRM-WS-OLD-DEPT         PIC X(04).
001190     05  CRM-WS-OLD-CREDIT-HRS   PIC 9(01)V9(01).
001200     05  CRM-WS-OLD-STATUS       PIC X(01).
001210     05  CRM-WS-OLD-EFF-TERM     PIC X(06).
001220     05  CRM-WS-OLD-RETIRE-TERM  PIC X(06).
001230     COPY RUNSTAMP.
001240*
001250 01  CRM-WS-RPT-LINE.
001260     05  CRL-ACTION              PIC X(01).
001270     05  FILLER                  PIC X(01) VALUE SPACES.
001280     05  CRL-COURSE-ID           PIC X(06).
001290     05  FILLER                  PIC X(01) VALUE SPACES.
001300     05  CRL-TITLE               PIC X(30).
001310     05  FILLER                  PIC X(01) VALUE SPACES.
001320     05  CRL-DISP                PIC X(08).
001330     05  FILLER                  PIC X(02) VALUE SPACES.
001340     05  CRL-REASON              PIC X(30).
001350*
001360 01  CRM-WS-FOOT-LINE.
001370     05  CRF-LABEL               PIC X(28).
001380     05  CRF-COUNT               PIC Z(4)9.
001390     05  FILLER                  PIC X(47) VALUE SPACES.
001400*
001410 PROCEDURE DIVISION.
001420*===============================================================
001430 0000-MAINLINE.
001440*===============================================================
001450     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001460     PERFORM 2000-PROCESS-TXN THRU 2000-EXIT
001470         UNTIL CRM-WS-EOF.
001480     PERFORM 3000-TERMINATE THRU 3000-EXIT.
001490     STOP RUN.
001500*
001510*===============================================================
001520 1000-INITIALIZE.
001530*===============================================================
001540     OPEN INPUT  CRM-TXN-FILE.
001550     OPEN OUTPUT CRM-RPT-FILE.
001560     ACCEPT RUNSTAMP-DATE FROM DATE YYYYMMDD.
001570     ACCEPT RUNSTAMP-TIME FROM TIME.
001580     MOVE RUNSTAMP-DATE TO RUNSTAMP-HDR-DATE.
001590     MOVE RUNSTAMP-TIME TO RUNSTAMP-HDR-TIME.
001600     WRITE CRM-RPT-REC FROM RUNSTAMP-HEADER-LINE.
001610     PERFORM 1100-OPEN-MASTER THRU 1100-EXIT.
001620     PERFORM 1200-OPEN-AUDIT THRU 1200-EXIT.
001630     PERFORM 1300-WRITE-SECLOG THRU 1300-EXIT.
001640     READ CRM-TXN-FILE
001650         AT END
001660             MOVE 'Y' TO CRM-WS-EOF-SW
001670     END-READ.
001680 1000-EXIT.
001690     EXIT.
001700*
001710*===============================================================
001720 1100-OPEN-MASTER.
001730*===============================================================
001740*    A MISSING CATALOG MEANS A NEW INSTALLATION - IT IS CREATED
001750*    EMPTY, THE SAME WAY STUMF-MAINT CREATES THE STUDENT MASTER.
001760     OPEN I-O GRA-CRSMF-FILE.
001770     IF CRM-WS-MASTER-STATUS NOT = '00'
001780         OPEN OUTPUT GRA-CRSMF-FILE
001790         CLOSE GRA-CRSMF-FILE
001800         OPEN I-O GRA-CRSMF-FILE
001810     END-IF.
001820 1100-EXIT.
001830     EXIT.
001840*
001850*===============================================================
001860 1200-OPEN-AUDIT.
001870*===============================================================
001880     OPEN EXTEND CRM-AUDIT-FILE.
001890     IF CRM-WS-AUDIT-STATUS NOT = '00'
001900         OPEN OUTPUT CRM-AUDIT-FILE
001910     END-IF.
001920 1200-EXIT.
001930     EXIT.
001940*
001950*===============================================================
001960 1300-WRITE-SECLOG.
001970*===============================================================
001980     OPEN EXTEND CRM-SECLOG-FILE.
001990     IF CRM-WS-SECLOG-STATUS NOT = '00'
002000         OPEN OUTPUT CRM-SECLOG-FILE
002010     END-IF.
002020     MOVE SPACES          TO CRM-SECLOG-REC.
002030     ACCEPT AUD-USERID    FROM ENVIRONMENT "USER".
002040     MOVE "CRSMAINT"      TO AUD-PROGRAM-ID.
002050     MOVE RUNSTAMP-DATE   TO AUD-RUN-DATE.
002060     MOVE RUNSTAMP-TIME   TO AUD-RUN-TIME.
002070     MOVE "COURSE CATALOG MAINTENANCE RUN" TO AUD-KEY-INPUT.
002080     WRITE CRM-SECLOG-REC.
002090     CLOSE CRM-SECLOG-FILE.
002100 1300-EXIT.
002110     EXIT.
002120*
002130*===============================================================
002140 2000-PROCESS-TXN.
002150*===============================================================
002160     ADD 1 TO CRM-WS-TXN-COUNT.
002170     MOVE SPACES TO CRM-WS-REJ-REASON.
002180     IF CRM-TX-COURSE-ID = SPACES
002190         MOVE "COURSE ID MISSING" TO CRM-WS-REJ-REASON
002200         PERFORM 2700-WRITE-REJECT THRU 2700-EXIT
002210         GO TO 2000-READ-NEXT
002220     END-IF.
002230     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
002240     EVALUATE TRUE
002250         WHEN CRM-TX-ADD
002260             PERFORM 2200-APPLY-ADD THRU 2200-EXIT
002270         WHEN CRM-TX-CHANGE
002280             PERFORM 2300-APPLY-CHANGE THRU 2300-EXIT
002290         WHEN CRM-TX-RETIRE
002300             PERFORM 2400-APPLY-RETIRE THRU 2400-EXIT
002310         WHEN OTHER
002320             MOVE "ACTION NOT A/C/R" TO CRM-WS-REJ-REASON
002330             PERFORM 2700-WRITE-REJECT THRU 2700-EXIT
002340     END-EVALUATE.
002350 2000-READ-NEXT.
002360     READ CRM-TXN-FILE
002370         AT END
002380             MOVE 'Y' TO CRM-WS-EOF-SW
002390     END-READ.
002400 2000-EXIT.
002410     EXIT.
002420*
002430*===============================================================
002440 2100-READ-MASTER.
002450*===============================================================
002460*    LOOKS THE TRANSACTION'S COURSE UP ON THE CATALOG AND SAVES
002470*    THE BEFORE IMAGE FOR THE AUDIT RECORD.
002480     MOVE 'N' TO CRM-WS-EXISTS-SW.
002490     MOVE SPACES TO CRM-WS-OLD-IMAGE.
002500     MOVE ZERO   TO CRM-WS-OLD-CREDIT-HRS.
002510     MOVE CRM-TX-COURSE-ID TO CRS-COURSE-ID.
002520     READ GRA-CRSMF-FILE
002530         INVALID KEY
002540             CONTINUE
002550         NOT INVALID KEY
002560             MOVE 'Y' TO CRM-WS-EXISTS-SW
002570             MOVE CRS-TITLE       TO CRM-WS-OLD-TITLE
002580             MOVE CRS-DEPT        TO CRM-WS-OLD-DEPT
002590             MOVE CRS-CREDIT-HRS  TO CRM-WS-OLD-CREDIT-HRS
002600             MOVE CRS-STATUS      TO CRM-WS-OLD-STATUS
002610             MOVE CRS-EFF-TERM    TO CRM-WS-OLD-EFF-TERM
002620             MOVE CRS-RETIRE-TERM TO CRM-WS-OLD-RETIRE-TERM
002630     END-READ.
002640 2100-EXIT.
002650     EXIT.
002660*
002670*===============================================================
002680 2200-APPLY-ADD.
002690*===============================================================
002700     IF CRM-WS-EXISTS
002710         MOVE "COURSE ALREADY ON CATALOG" TO CRM-WS-REJ-REASON
002720         PERFORM 2700-WRITE-REJECT THRU 2700-EXIT
002730         GO TO 2200-EXIT
002740     END-IF.
002750     IF CRM-TX-TITLE = SPACES
002760         MOVE "TITLE MISSING ON ADD" TO CRM-WS-REJ-REASON
002770         PERFORM 2700-WRITE-REJECT THRU 2700-EXIT
002780         GO TO 2200-EXIT
002790     END-IF.
002800     IF CRM-TX-CREDIT-HRS NOT NUMERIC
002810         OR CRM-TX-CREDIT-HRS = ZERO
002820         MOVE "CREDIT HOURS MISSING/INVALID" TO CRM-WS-REJ-REASON
002830         PERFORM 2700-WRITE-REJECT THRU 2700-EXIT
002840         GO TO 2200-EXIT
002850     END-IF.
002860     MOVE SPACES TO GRA-CRSMF-REC.
002870     MOVE CRM-TX-COURSE-ID  TO CRS-COURSE-ID.
002880     MOVE CRM-TX-TITLE      TO CRS-TITLE.
002890     MOVE CRM-TX-DEPT       TO CRS-DEPT.
002900     MOVE CRM-TX-CREDIT-HRS TO CRS-CREDIT-HRS.
002910     MOVE 'A'               TO CRS-STATUS.
002920     MOVE CRM-TX-TERM       TO CRS-EFF-TERM.
002930     WRITE GRA-CRSMF-REC.
002940     PERFORM 2500-WRITE-AUDIT THRU 2500-EXIT.
002950     PERFORM 2600-WRITE-APPLIED THRU 2600-EXIT.
002960 2200-EXIT.
002970     EXIT.
002980*
002990*===============================================================
003000 2300-APPLY-CHANGE.
003010*===============================================================
003020*    A BLANK FIELD ON A CHANGE TRANSACTION KEEPS THE CATALOG'S
003030*    CURRENT VALUE, SO A TITLE FIX NEED NOT RE-KEY THE HOURS.
003040*    A CHANGE NEVER UN-RETIRES A COURSE - A COURSE BROUGHT BACK
003050*    IS ADDED UNDER A NEW ID SO OLD TRANSCRIPTS STILL READ TRUE.
003060     IF NOT CRM-WS-EXISTS
003070         MOVE "COURSE NOT ON CATALOG" TO CRM-WS-REJ-REASON
003080         PERFORM 2700-WRITE-REJECT THRU 2700-EXIT
003090         GO TO 2300-EXIT
003100     END-IF.
003110     IF CRM-TX-CREDIT-HRS-X NOT = SPACES
003120         IF CRM-TX-CREDIT-HRS NOT NUMERIC
003130             OR CRM-TX-CREDIT-HRS = ZERO
003140             MOVE "CREDIT HOURS MISSING/INVALID"
003150                 TO CRM-WS-REJ-REASON
003160             PERFORM 2700-WRITE-REJECT THRU 2700-EXIT
003170             GO TO 2300-EXIT
003180         END-IF
003190     END-IF.
003200     IF CRM-TX-TITLE NOT = SPACES
003210         MOVE CRM-TX-TITLE TO CRS-TITLE
003220     END-IF.
003230     IF CRM-TX-DEPT NOT = SPACES
003240         MOVE CRM-TX-DEPT TO CRS-DEPT
003250     END-IF.
003260     IF CRM-TX-CREDIT-HRS-X NOT = SPACES
003270         MOVE CRM-TX-CREDIT-HRS TO CRS-CREDIT-HRS
003280     END-IF.
003290     IF CRM-TX-TERM NOT = SPACES
003300         MOVE CRM-TX-TERM TO CRS-EFF-TERM
003310     END-IF.
003320     REWRITE GRA-CRSMF-REC.
003330     PERFORM 2500-WRITE-AUDIT THRU 2500-EXIT.
003340     PERFORM 2600-WRITE-APPLIED THRU 2600-EXIT.
003350 2300-EXIT.
003360     EXIT.
003370*
003380*===============================================================
003390 2400-APPLY-RETIRE.
003400*===============================================================
003410*    THE RETIRE TERM IS THE FIRST TERM THE COURSE IS NO LONGER
003420*    OFFERED. MARKS FOR EARLIER TERMS STILL GRADE, SO A LATE
003430*    SUBMISSION FOR THE LAST TERM TAUGHT IS NOT REJECTED.
003440     IF NOT CRM-WS-EXISTS
003450         MOVE "COURSE NOT ON CATALOG" TO CRM-WS-REJ-REASON
003460         PERFORM 2700-WRITE-REJECT THRU 2700-EXIT
003470         GO TO 2400-EXIT
003480     END-IF.
003490     IF CRS-RETIRED
003500         MOVE "COURSE ALREADY RETIRED" TO CRM-WS-REJ-REASON
003510         PERFORM 2700-WRITE-REJECT THRU 2700-EXIT
003520         GO TO 2400-EXIT
003530     END-IF.
003540     IF CRM-TX-TERM = SPACES
003550         MOVE "RETIRE TERM MISSING" TO CRM-WS-REJ-REASON
003560         PERFORM 2700-WRITE-REJECT THRU 2700-EXIT
003570         GO TO 2400-EXIT
003580     END-IF.
003590     IF CRS-EFF-TERM NOT = SPACES
003600         AND CRM-TX-TERM NOT > CRS-EFF-TERM
003610         MOVE "RETIRE TERM NOT AFTER EFF TERM"
003620             TO CRM-WS-REJ-REASON
003630         PERFORM 2700-WRITE-REJECT THRU 2700-EXIT
003640         GO TO 2400-EXIT
003650     END-IF.
003660     MOVE 'R'         TO CRS-STATUS.
003670     MOVE CRM-TX-TERM TO CRS-RETIRE-TERM.
003680     REWRITE GRA-CRSMF-REC.
003690     PERFORM 2500-WRITE-AUDIT THRU 2500-EXIT.
003700     PERFORM 2600-WRITE-APPLIED THRU 2600-EXIT.
003710 2400-EXIT.
003720     EXIT.
003730*
003740*===============================================================
003750 2500-WRITE-AUDIT.
003760*===============================================================
003770     MOVE SPACES                 TO CRM-AUDIT-REC.
003780     MOVE CRM-TX-ACTION          TO CRA-ACTION.
003790     MOVE CRM-TX-COURSE-ID       TO CRA-COURSE-ID.
003800     MOVE CRM-WS-OLD-TITLE       TO CRA-OLD-TITLE.
003810     MOVE CRM-WS-OLD-DEPT        TO CRA-OLD-DEPT.
003820     MOVE CRM-WS-OLD-CREDIT-HRS  TO CRA-OLD-CREDIT-HRS.
003830     MOVE CRM-WS-OLD-STATUS      TO CRA-OLD-STATUS.
003840     MOVE CRM-WS-OLD-EFF-TERM    TO CRA-OLD-EFF-TERM.
003850     MOVE CRM-WS-OLD-RETIRE-TERM TO CRA-OLD-RETIRE-TERM.
003860     MOVE CRS-TITLE              TO CRA-NEW-TITLE.
003870     MOVE CRS-DEPT               TO CRA-NEW-DEPT.
003880     MOVE CRS-CREDIT-HRS         TO CRA-NEW-CREDIT-HRS.
003890     MOVE CRS-STATUS             TO CRA-NEW-STATUS.
003900     MOVE CRS-EFF-TERM           TO CRA-NEW-EFF-TERM.
003910     MOVE CRS-RETIRE-TERM        TO CRA-NEW-RETIRE-TERM.
003920     MOVE RUNSTAMP-DATE          TO CRA-RUN-DATE.
003930     WRITE CRM-AUDIT-REC.
003940 2500-EXIT.
003950     EXIT.
003960*
003970*===============================================================
003980 2600-WRITE-APPLIED.
003990*===============================================================
004000     MOVE SPACES           TO CRM-WS-RPT-LINE.
004010     MOVE CRM-TX-ACTION    TO CRL-ACTION.
004020     MOVE CRM-TX-COURSE-ID TO CRL-COURSE-ID.
004030     MOVE CRS-TITLE        TO CRL-TITLE.
004040     MOVE "APPLIED "       TO CRL-DISP.
004050     WRITE CRM-RPT-REC FROM CRM-WS-RPT-LINE.
004060     ADD 1 TO CRM-WS-APPLIED-COUNT.
004070 2600-EXIT.
004080     EXIT.
004090*
004100*===============================================================
004110 2700-WRITE-REJECT.
004120*===============================================================
004130     MOVE SPACES            TO CRM-WS-RPT-LINE.
004140     MOVE CRM-TX-ACTION     TO CRL-ACTION.
004150     MOVE CRM-TX-COURSE-ID  TO CRL-COURSE-ID.
004160     MOVE CRM-TX-TITLE      TO CRL-TITLE.
004170     MOVE "REJECTED"        TO CRL-DISP.
004180     MOVE CRM-WS-REJ-REASON TO CRL-REASON.
004190     WRITE CRM-RPT-REC FROM CRM-WS-RPT-LINE.
004200     ADD 1 TO CRM-WS-REJECT-COUNT.
004210 2700-EXIT.
004220     EXIT.
004230*
004240*===============================================================
004250 3000-TERMINATE.
004260*===============================================================
004270     CLOSE CRM-TXN-FILE.
004280     CLOSE GRA-CRSMF-FILE.
004290     CLOSE CRM-AUDIT-FILE.
004300     MOVE "TRANSACTIONS READ:          " TO CRF-LABEL.
004310     MOVE CRM-WS-TXN-COUNT TO CRF-COUNT.
004320     WRITE CRM-RPT-REC FROM CRM-WS-FOOT-LINE.
004330     MOVE "TRANSACTIONS APPLIED:       " TO CRF-LABEL.
004340     MOVE CRM-WS-APPLIED-COUNT TO CRF-COUNT.
004350     WRITE CRM-RPT-REC FROM CRM-WS-FOOT-LINE.
004360     MOVE "TRANSACTIONS REJECTED:      " TO CRF-LABEL.
004370     MOVE CRM-WS-REJECT-COUNT TO CRF-COUNT.
004380     WRITE CRM-RPT-REC FROM CRM-WS-FOOT-LINE.
004390     CLOSE CRM-RPT-FILE.
004400     DISPLAY "COURSE-MAINT: TRANSACTIONS READ:     "
004410         CRM-WS-TXN-COUNT.
004420     DISPLAY "COURSE-MAINT: TRANSACTIONS APPLIED:  "
004430         CRM-WS-APPLIED-COUNT.
004440     DISPLAY "COURSE-MAINT: TRANSACTIONS REJECTED: "
004450         CRM-WS-REJECT-COUNT.
004460 3000-EXIT.
004470     EXIT.
