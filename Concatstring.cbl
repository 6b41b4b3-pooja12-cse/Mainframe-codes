000314*                    CORRECTED PIECE STILL PRINTS IN ITS OLD
000315*                    ZIP'S BUNDLE - THE SORT RAN ON THE KEYED
000316*                    ADDRESS.
000317*   10/15/2026 RK    ADDED CAT-LIEN-FILE, THE LIEN-RELEASE
000318*                    EXTRACT LOAN-CLOSE CUTS FOR EACH LOAN IT
000319*                    CLOSES PAID IN FULL. EACH RECORD MERGES
000320*                    INTO A PAID-IN-FULL / RELEASE OF LIEN
000321*                    LETTER TO THE BORROWER. A MISSING EXTRACT
000322*                    (NOTHING CLOSED) IS NOT AN ERROR.
000322*   10/15/2026 RK    A DELINQUENCY EXTRACT RECORD FLAGGED HELD
000322*                    (AN OPEN PROMISE TO PAY) GETS NO COLLECTION
000322*                    LETTER; THE HELD COUNT IS DISPLAYED.
000322*   10/15/2026 RK    ADDED CAT-DORM-FILE, THE DUE-DILIGENCE
000322*                    EXTRACT CPI-DORMANT CUTS FOR EACH DEPOSIT
000322*                    ACCOUNT GONE DORMANT. EACH RECORD MERGES
000322*                    INTO A DORMANT-ACCOUNT NOTICE GIVING THE
000322*                    LAST ACTIVITY, THE BALANCE AND THE DATE BY
000322*                    WHICH THE OWNER MUST RESPOND BEFORE IT IS
000322*                    REPORTED TO THE STATE. A MISSING EXTRACT IS
000322*                    NOT AN ERROR.
000322*   10/15/2026 RK    MATURITY NOTICES AND DUNNING LETTERS NOW GO
000322*                    BY EACH CUSTOMER'S DELIVERY PREFERENCE
000322*                    (CAT-PREF-FILE, KEYED BY CIF CUSTOMER NUMBER
000322*                    AND REACHED THROUGH THE CIF CROSS-
000322*                    REFERENCE) - PRINT, ELECTRONIC OR BOTH.
000322*                    ELECTRONIC COPIES GO TO CAT-EDLV-FILE WITH
000322*                    THE SAME LETTER TEXT THE PRINT SIDE GETS.
000322*                    RETURN-MAIL SUPPRESSION NOW CHECKS EACH
000322*                    NOTICE'S CIF ADDRESS, BUT ONLY FOR THE PAPER
000322*                    COPY; A NOTICE WHOSE ONLY CHANNEL IS
000322*                    UNDELIVERABLE GOES ELECTRONIC IF AN ADDRESS
000322*                    IS ON FILE, OTHERWISE IT IS HELD AND LISTED.
000322*                    CONTROL COUNTS PROVE EVERY NOTICE READ WENT
000322*                    OUT ON AT LEAST ONE CHANNEL OR WAS HELD. NO
000322*                    PREFERENCE ON FILE MEANS PRINT, AS BEFORE.
000322*   10/15/2026 RK    ADDED CAT-GRADE-FILE, THE TERM GRADE REPORT
000322*                    EXTRACT GRADE-MAILER CUTS AT TERM END. IT IS
000322*                    SORTED INTO ZIP/STREET/LAST-NAME ORDER LIKE
000322*                    THE NAME FILE AND GOES THROUGH THE SAME
000322*                    HOUSEHOLD AND RETURN-MAIL RULES: STUDENTS
000322*                    SHARING A LAST NAME AND ADDRESS SHARE ONE
000322*                    ENVELOPE UNDER A "THE <NAME> HOUSEHOLD"
000322*                    LABEL, EACH STILL GETTING A REPORT OF THEIR
000322*                    OWN; A 'U' ADDRESS SUPPRESSES THE ENVELOPE
000322*                    AND A 'C' CORRECTS IT.
000322*                    GRADE REPORTS CARRY THEIR OWN ZIP BUNDLE
000322*                    COUNTS AND CONTROL COUNTS, AND STAY OFF THE
000322*                    NAME FILE'S BALANCING RECORD. A MISSING
000322*                    EXTRACT IS NOT AN ERROR.
000279*---------------------------------------------------------------
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000370     SELECT CAT-DUN-FILE      ASSIGN TO CATDUNEX
000370         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS CAT-WS-DUN-STATUS.
000370     SELECT CAT-LIEN-FILE     ASSIGN TO CATLIENX
000370         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS CAT-WS-LIEN-STATUS.
000370     SELECT CAT-DORM-FILE     ASSIGN TO CATDORMX
000370         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS CAT-WS-DORM-STATUS.
000370     SELECT CAT-GRADE-FILE    ASSIGN TO CATGRDX
000370         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS CAT-WS-GRADE-STATUS.
000370     SELECT CAT-GSORT-FILE    ASSIGN TO CATGSWK.
000370     SELECT CAT-GSORTED-FILE  ASSIGN TO CATGSRTD
000370         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS CAT-WS-GSORTED-STATUS.
000370     SELECT CAT-PREF-FILE     ASSIGN TO CATDLVP
000370         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS CAT-WS-PREF-STATUS.
000370     SELECT CAT-CXREF-FILE    ASSIGN TO CIFXREF
000370         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS CAT-WS-CXREF-STATUS.
000370     SELECT CAT-CIF-FILE      ASSIGN TO CIFMAST
000370         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS CAT-WS-CIF-STATUS.
000370     SELECT CAT-EDLV-FILE     ASSIGN TO CATEDLV
000370         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS CAT-WS-EDLV-STATUS.
000371     SELECT CAT-SECLOG-FILE   ASSIGN TO CATSECLG
000372         ORGANIZATION IS LINE SEQUENTIAL
000373         FILE STATUS IS CAT-WS-SECLOG-STATUS.
000500     05  CDR-BALANCE             PIC 9(09)V99.
000500     05  CDR-DUE-AMOUNT          PIC 9(05)V99.
000500     05  CDR-NEXT-DUE-DATE       PIC 9(08).
000500     05  CDR-HOLD-FLAG           PIC X(01).
000500         88  CDR-PROMISE-HELD    VALUE 'P'.
000500     05  FILLER                  PIC X(16).
000500*
000500*    LIEN-RELEASE EXTRACT FROM LOAN-CLOSE - SEE ITS LCL-LIEN-REC.
000500 FD  CAT-LIEN-FILE
000500     RECORD CONTAINS 100 CHARACTERS.
000500 01  CAT-LIEN-REC.
000500     05  CLR-LOAN-ID             PIC X(10).
000500     05  CLR-CLOSE-DATE          PIC 9(08).
000500     05  CLR-PAYOFF-DATE         PIC 9(08).
000500     05  CLR-CUST-ID             PIC X(08).
000500     05  CLR-NAME                PIC X(20).
000500     05  CLR-ADDRESS             PIC X(30).
000500     05  CLR-REASON              PIC X(01).
000500     05  FILLER                  PIC X(15).
000500*
000500*    DUE-DILIGENCE EXTRACT FROM CPI-DORMANT - SEE ITS
000500*    DRM-LETTER-REC.
000500 FD  CAT-DORM-FILE
000500     RECORD CONTAINS 100 CHARACTERS.
000500 01  CAT-DORM-REC.
000500     05  CDL-ACCOUNT-ID          PIC X(10).
000500     05  CDL-NAME                PIC X(20).
000500     05  CDL-STREET              PIC X(20).
000500     05  CDL-CITY                PIC X(15).
000500     05  CDL-STATE               PIC X(02).
000500     05  CDL-ZIP                 PIC X(05).
000500     05  CDL-LAST-CONTACT        PIC 9(08).
000500     05  CDL-RESPOND-BY          PIC 9(08).
000500     05  CDL-AMOUNT              PIC 9(09)V99.
000500     05  FILLER                  PIC X(01).
000500*
000500*    TERM GRADE REPORT EXTRACT FROM GRADE-MAILER - SEE ITS
000500*    GML-MAIL-REC. SORTED BY ADDRESS BEFORE IT IS READ.
000500 FD  CAT-GRADE-FILE
000500     RECORD CONTAINS 140 CHARACTERS.
000500 01  CAT-GRADE-REC               PIC X(140).
000500*
000500 SD  CAT-GSORT-FILE.
000500 01  CAT-GSORT-REC.
000500     05  CGS-STUDENT-ID          PIC X(09).
000500     05  CGS-FIRST               PIC X(15).
000500     05  CGS-LAST                PIC X(15).
000500     05  CGS-STREET              PIC X(20).
000500     05  CGS-CITY                PIC X(15).
000500     05  CGS-STATE               PIC X(02).
000500     05  CGS-ZIP                 PIC X(05).
000500     05  CGS-TERM                PIC X(06).
000500     05  CGS-LINE-NO             PIC 9(02).
000500     05  FILLER                  PIC X(51).
000500*
000500*    THE GRADE REPORT EXTRACT IN ZIP/STREET/LAST-NAME ORDER, EACH
000500*    STUDENT'S LINES TOGETHER - LINE 00 OPENS A REPORT, 01-98 ARE
000500*    ITS COURSES, 99 CLOSES IT WITH THE GPA FIGURES.
000500 FD  CAT-GSORTED-FILE
000500     RECORD CONTAINS 140 CHARACTERS.
000500 01  CAT-GSORTED-REC.
000500     05  CGR-STUDENT-ID          PIC X(09).
000500     05  CGR-FIRST               PIC X(15).
000500     05  CGR-LAST                PIC X(15).
000500     05  CGR-STREET              PIC X(20).
000500     05  CGR-CITY                PIC X(15).
000500     05  CGR-STATE               PIC X(02).
000500     05  CGR-ZIP                 PIC X(05).
000500     05  CGR-TERM                PIC X(06).
000500     05  CGR-LINE-NO             PIC 9(02).
000500         88  CGR-HEAD-LINE       VALUE 00.
000500     05  FILLER                  PIC X(51).
000500*
000500*    DELIVERY PREFERENCE - ONE RECORD PER CIF CUSTOMER WHO HAS
000500*    CHOSEN HOW NOTICES REACH THEM. A CUSTOMER WITH NO RECORD
000500*    GETS PAPER.
000500 FD  CAT-PREF-FILE
000500     RECORD CONTAINS 80 CHARACTERS.
000500 01  CAT-PREF-REC.
000500     05  CDP-CUST-NO             PIC 9(08).
000500     05  CDP-METHOD              PIC X(01).
000500         88  CDP-PRINT           VALUE 'P'.
000500         88  CDP-ELECTRONIC      VALUE 'E'.
000500         88  CDP-BOTH            VALUE 'B'.
000500     05  CDP-EADDR               PIC X(60).
000500     05  CDP-CHANGE-DATE         PIC 9(08).
000500     05  FILLER                  PIC X(03).
000500*
000500 FD  CAT-CXREF-FILE
000500     RECORD CONTAINS 40 CHARACTERS.
000500     COPY CIFXREF REPLACING ==CIFXREF-RECORD==
000500         BY ==CAT-CXREF-REC==.
000500*
000500 FD  CAT-CIF-FILE
000500     RECORD CONTAINS 130 CHARACTERS.
000500     COPY CIFMAST REPLACING ==CIFMAST-RECORD==
000500         BY ==CAT-CIF-REC==.
000500*
000500*    ELECTRONIC-DELIVERY EXTRACT - ONE RECORD PER LETTER LINE,
000500*    EACH CARRYING ITS CUSTOMER AND ELECTRONIC ADDRESS, AND A
000500*    CLOSING 'T' RECORD WITH THE LETTER AND LINE COUNTS.
000500 FD  CAT-EDLV-FILE
000500     RECORD CONTAINS 170 CHARACTERS.
000500 01  CAT-EDLV-REC.
000500     05  CED-CUST-NO             PIC 9(08).
000500     05  CED-DOC-TYPE            PIC X(01).
000500         88  CED-MATURITY        VALUE 'M'.
000500         88  CED-DUNNING         VALUE 'D'.
000500         88  CED-TRAILER         VALUE 'T'.
000500     05  CED-DOC-KEY             PIC X(10).
000500     05  CED-LINE-NO             PIC 9(02).
000500     05  CED-EADDR               PIC X(60).
000500     05  CED-TEXT                PIC X(80).
000500     05  FILLER                  PIC X(09).
000500*
000501 FD  CAT-SECLOG-FILE
000502     RECORD CONTAINS 80 CHARACTERS.
000546 77  CAT-WS-DUN-EOF-SW           PIC X(01) VALUE 'N'.
000547     88  CAT-WS-DUN-EOF          VALUE 'Y'.
000548 77  CAT-WS-DUN-COUNT            PIC 9(05) COMP VALUE ZERO.
000548 77  CAT-WS-DUN-HELD-COUNT       PIC 9(05) COMP VALUE ZERO.
000548 77  CAT-WS-LIEN-STATUS          PIC X(02) VALUE '00'.
000548 77  CAT-WS-LIEN-EOF-SW          PIC X(01) VALUE 'N'.
000548     88  CAT-WS-LIEN-EOF         VALUE 'Y'.
000548 77  CAT-WS-LIEN-COUNT           PIC 9(05) COMP VALUE ZERO.
000548 77  CAT-WS-DORM-STATUS          PIC X(02) VALUE '00'.
000548 77  CAT-WS-DORM-EOF-SW          PIC X(01) VALUE 'N'.
000548     88  CAT-WS-DORM-EOF         VALUE 'Y'.
000548 77  CAT-WS-DORM-COUNT           PIC 9(05) COMP VALUE ZERO.
000548*
000548*    TERM GRADE REPORTS - SEE 2980-PROCESS-GRADES. THE HOUSEHOLD
000548*    IN PROGRESS IS HELD WHOLE, BECAUSE ITS LABEL DEPENDS ON HOW
000548*    MANY STUDENTS ARE IN IT AND PRINTS AHEAD OF THEIR REPORTS.
000548 77  CAT-WS-GRADE-STATUS         PIC X(02) VALUE '00'.
000548 77  CAT-WS-GSORTED-STATUS       PIC X(02) VALUE '00'.
000548 77  CAT-WS-GRADE-EOF-SW         PIC X(01) VALUE 'N'.
000548     88  CAT-WS-GRADE-EOF        VALUE 'Y'.
000548 77  CAT-WS-GH-COUNT             PIC 9(03) COMP VALUE ZERO.
000548 77  CAT-WS-GH-MEMBERS           PIC 9(03) COMP VALUE ZERO.
000548 77  CAT-WS-GRD-CUR-ZIP          PIC X(05) VALUE SPACES.
000548 77  CAT-WS-GRD-BUNDLE-COUNT     PIC 9(05) COMP VALUE ZERO.
000548 77  CAT-WS-GRD-LINES-READ       PIC 9(07) COMP VALUE ZERO.
000548 77  CAT-WS-GRD-REPORTS          PIC 9(05) COMP VALUE ZERO.
000548 77  CAT-WS-GRD-MAILED           PIC 9(05) COMP VALUE ZERO.
000548 77  CAT-WS-GRD-ENVELOPES        PIC 9(05) COMP VALUE ZERO.
000548 77  CAT-WS-GRD-SHARED           PIC 9(05) COMP VALUE ZERO.
000548 77  CAT-WS-GRD-UNDELIV          PIC 9(05) COMP VALUE ZERO.
000548 77  CAT-WS-GRD-CORRECT          PIC 9(05) COMP VALUE ZERO.
000548 77  CAT-WS-GRD-ACCOUNTED        PIC 9(05) COMP VALUE ZERO.
000548 01  CAT-WS-GH-ADDRESS.
000548     05  CAT-GH-FIRST            PIC X(15).
000548     05  CAT-GH-LAST             PIC X(15).
000548     05  CAT-GH-STREET           PIC X(20).
000548     05  CAT-GH-CITY             PIC X(15).
000548     05  CAT-GH-STATE            PIC X(02).
000548     05  CAT-GH-ZIP              PIC X(05).
000548 01  CAT-WS-GH-TABLE.
000548     05  CAT-GH-ENTRY OCCURS 200 TIMES
000548                      INDEXED BY CAT-GH-IDX
000548                                 PIC X(140).
000548*
000548*    ONE HELD GRADE REPORT LINE, LAID OUT AS ON THE EXTRACT.
000548 01  CAT-WS-GRADE-WORK.
000548     05  CGW-STUDENT-ID          PIC X(09).
000548     05  CGW-FIRST               PIC X(15).
000548     05  CGW-LAST                PIC X(15).
000548     05  FILLER                  PIC X(42).
000548     05  CGW-TERM                PIC X(06).
000548     05  CGW-LINE-NO             PIC 9(02).
000548         88  CGW-HEAD-LINE       VALUE 00.
000548         88  CGW-GPA-LINE        VALUE 99.
000548     05  CGW-BODY                PIC X(51).
000548     05  CGW-COURSE-BODY REDEFINES CGW-BODY.
000548         10  CGW-COURSE-ID       PIC X(06).
000548         10  CGW-SECTION         PIC X(02).
000548         10  CGW-GRADE           PIC X(02).
000548         10  CGW-CREDITS         PIC 9(01)V9(01).
000548         10  CGW-TITLE           PIC X(30).
000548         10  FILLER              PIC X(09).
000548     05  CGW-GPA-BODY REDEFINES CGW-BODY.
000548         10  CGW-GPA-SW          PIC X(01).
000548             88  CGW-GPA-ON-FILE VALUE 'Y'.
000548         10  CGW-TERM-GPA        PIC 9(01)V9(02).
000548         10  CGW-CUM-GPA         PIC 9(01)V9(02).
000548         10  CGW-TERM-CREDITS    PIC 9(03)V9(01).
000548         10  CGW-COURSES         PIC 9(02).
000548         10  FILLER              PIC X(38).
000548*
000548*    DELIVERY CHANNELS - SEE 2060-RESOLVE-CHANNEL.
000548 77  CAT-WS-PREF-STATUS          PIC X(02) VALUE '00'.
000548 77  CAT-WS-CXREF-STATUS         PIC X(02) VALUE '00'.
000548 77  CAT-WS-CIF-STATUS           PIC X(02) VALUE '00'.
000548 77  CAT-WS-EDLV-STATUS          PIC X(02) VALUE '00'.
000548 77  CAT-WS-LOAD-EOF-SW          PIC X(01) VALUE 'N'.
000548     88  CAT-WS-LOAD-EOF         VALUE 'Y'.
000548 77  CAT-WS-PRINT-SW             PIC X(01) VALUE 'Y'.
000548     88  CAT-WS-SEND-PRINT       VALUE 'Y'.
000548 77  CAT-WS-EDLV-SW              PIC X(01) VALUE 'N'.
000548     88  CAT-WS-SEND-EDLV        VALUE 'Y'.
000548 77  CAT-WS-UNDELIV-SW           PIC X(01) VALUE 'N'.
000548     88  CAT-WS-ADDR-UNDELIV     VALUE 'Y'.
000548 77  CAT-WS-DLV-TYPE             PIC X(01).
000548 77  CAT-WS-DLV-DOC-TYPE         PIC X(01).
000548 77  CAT-WS-DLV-KEY              PIC X(10).
000548 77  CAT-WS-DLV-CUST-NO          PIC 9(08) VALUE ZERO.
000548 77  CAT-WS-DLV-METHOD           PIC X(01).
000548 77  CAT-WS-DLV-EADDR            PIC X(60).
000548 77  CAT-WS-DLV-LINE-NO          PIC 9(02) VALUE ZERO.
000548 77  CAT-WS-DLV-HIT              PIC 9(05) COMP VALUE ZERO.
000548 77  CAT-WS-NOTICE-TEXT          PIC X(80).
000548 77  CAT-WS-DLV-READ             PIC 9(05) COMP VALUE ZERO.
000548 77  CAT-WS-DLV-PRINT-ONLY       PIC 9(05) COMP VALUE ZERO.
000548 77  CAT-WS-DLV-EDLV-ONLY        PIC 9(05) COMP VALUE ZERO.
000548 77  CAT-WS-DLV-BOTH             PIC 9(05) COMP VALUE ZERO.
000548 77  CAT-WS-DLV-HELD             PIC 9(05) COMP VALUE ZERO.
000548 77  CAT-WS-DLV-FALLBACK         PIC 9(05) COMP VALUE ZERO.
000548 77  CAT-WS-DLV-PRINT-SUPP       PIC 9(05) COMP VALUE ZERO.
000548 77  CAT-WS-DLV-ACCOUNTED        PIC 9(05) COMP VALUE ZERO.
000548 77  CAT-WS-EDLV-LINES           PIC 9(07) COMP VALUE ZERO.
000548 77  CAT-WS-PREF-COUNT           PIC 9(04) COMP VALUE ZERO.
000548 77  CAT-WS-CXREF-COUNT          PIC 9(05) COMP VALUE ZERO.
000548 77  CAT-WS-CIF-COUNT            PIC 9(04) COMP VALUE ZERO.
000548*
000548*    PREFERENCES, THE CIF ACCOUNT/LOAN CROSS-REFERENCE AND EACH
000548*    CIF CUSTOMER'S LAST NAME AND ADDRESS, LOADED AT START OF RUN.
000548 01  CAT-WS-PREF-TABLE.
000548     05  CAT-PF-ENTRY OCCURS 2000 TIMES
000548                      INDEXED BY CAT-PF-IDX.
000548         10  CAT-PF-CUST-NO      PIC 9(08).
000548         10  CAT-PF-METHOD       PIC X(01).
000548         10  CAT-PF-EADDR        PIC X(60).
000548 01  CAT-WS-CXREF-TABLE.
000548     05  CAT-XF-ENTRY OCCURS 10000 TIMES
000548                      INDEXED BY CAT-XF-IDX.
000548         10  CAT-XF-TYPE         PIC X(01).
000548         10  CAT-XF-KEY          PIC X(10).
000548         10  CAT-XF-CUST-NO      PIC 9(08).
000548 01  CAT-WS-CIF-TABLE.
000548     05  CAT-CF-ENTRY OCCURS 5000 TIMES
000548                      INDEXED BY CAT-CF-IDX.
000548         10  CAT-CF-CUST-NO      PIC 9(08).
000548         10  CAT-CF-LAST         PIC X(15).
000548         10  CAT-CF-STREET       PIC X(20).
000548         10  CAT-CF-ZIP          PIC X(05).
000548*
000548 01  CAT-WS-EDLV-TRAILER.
000548     05  FILLER                  PIC X(20) VALUE
000548         "E-DELIVERY LETTERS: ".
000548     05  CET-LETTERS             PIC 9(05).
000548     05  FILLER                  PIC X(09) VALUE "  LINES: ".
000548     05  CET-LINES               PIC 9(07).
000548     05  FILLER                  PIC X(39) VALUE SPACES.
000550 77  CAT-WS-ADDR-COUNT           PIC 9(02) COMP VALUE 2.
000560 77  CAT-WS-LABEL-PTR            PIC 9(03) COMP VALUE 1.
000570*
000733*
000734 01  CAT-WS-DUN-SEV-LINE         PIC X(80).
000735*
000735 01  CAT-WS-LIEN-TITLE-LINE      PIC X(80) VALUE
000735     "PAID IN FULL - RELEASE OF LIEN".
000735*
000735 01  CAT-WS-LIEN-NAME-LINE.
000735     05  CLN-NAME                PIC X(20).
000735     05  FILLER                  PIC X(02) VALUE SPACES.
000735     05  CLN-ADDRESS             PIC X(30).
000735     05  FILLER                  PIC X(28) VALUE SPACES.
000735*
000735 01  CAT-WS-LIEN-PAID-LINE.
000735     05  FILLER                  PIC X(10) VALUE "YOUR LOAN ".
000735     05  CLP-LOAN-ID             PIC X(10).
000735     05  FILLER                  PIC X(21) VALUE
000735         " WAS PAID IN FULL ON ".
000735     05  CLP-PAYOFF-DATE         PIC 9(08).
000735     05  FILLER                  PIC X(01) VALUE ".".
000735     05  FILLER                  PIC X(30) VALUE SPACES.
000735*
000735 01  CAT-WS-LIEN-RLSE-LINE       PIC X(80) VALUE
000735     "OUR LIEN IS RELEASED AND THE ACCOUNT IS CLOSED.".
000735*
000735 01  CAT-WS-DORM-TITLE-LINE      PIC X(80) VALUE
000735     "NOTICE OF DORMANT ACCOUNT - UNCLAIMED PROPERTY".
000735*
000735 01  CAT-WS-DORM-NAME-LINE.
000735     05  CDN-NAME                PIC X(20).
000735     05  FILLER                  PIC X(02) VALUE SPACES.
000735     05  CDN-STREET              PIC X(20).
000735     05  FILLER                  PIC X(38) VALUE SPACES.
000735*
000735 01  CAT-WS-DORM-CITY-LINE.
000735     05  CDC-CITY                PIC X(15).
000735     05  FILLER                  PIC X(01) VALUE SPACES.
000735     05  CDC-STATE               PIC X(02).
000735     05  FILLER                  PIC X(01) VALUE SPACES.
000735     05  CDC-ZIP                 PIC X(05).
000735     05  FILLER                  PIC X(56) VALUE SPACES.
000735*
000735 01  CAT-WS-DORM-IDLE-LINE.
000735     05  FILLER                  PIC X(13) VALUE
000735         "YOUR ACCOUNT ".
000735     05  CDI-ACCOUNT-ID          PIC X(10).
000735     05  CDI-SINCE-LIT           PIC X(28).
000735     05  CDI-LAST-CONTACT        PIC 9(08).
000735     05  CDI-LAST-CONTACT-X REDEFINES CDI-LAST-CONTACT
000735                                 PIC X(08).
000735     05  CDI-PERIOD              PIC X(01).
000735     05  FILLER                  PIC X(20) VALUE SPACES.
000735*
000735 01  CAT-WS-DORM-BAL-LINE.
000735     05  FILLER                  PIC X(09) VALUE "BALANCE: ".
000735     05  CDB-AMOUNT              PIC $ZZZ,ZZZ,ZZ9.99.
000735     05  FILLER                  PIC X(56) VALUE SPACES.
000735*
000735 01  CAT-WS-DORM-RESP-LINE.
000735     05  FILLER                  PIC X(25) VALUE
000735         "UNLESS YOU CONTACT US BY ".
000735     05  CDY-RESPOND-BY          PIC 9(08).
000735     05  FILLER                  PIC X(01) VALUE ",".
000735     05  FILLER                  PIC X(46) VALUE SPACES.
000735*
000735 01  CAT-WS-DORM-STATE-LINE      PIC X(80) VALUE
000735     "THE BALANCE WILL BE TURNED OVER TO THE STATE AS UNCLAIMED.".
000735*
000735*    TERM GRADE REPORT LINES.
000735 01  CAT-WS-GRD-TITLE-LINE.
000735     05  FILLER                  PIC X(25) VALUE
000735         "TERM GRADE REPORT - TERM ".
000735     05  CGT-TERM                PIC X(06).
000735     05  FILLER                  PIC X(49) VALUE SPACES.
000735*
000735 01  CAT-WS-GRD-NAME-LINE.
000735     05  FILLER                  PIC X(09) VALUE "STUDENT: ".
000735     05  CGN-NAME                PIC X(31).
000735     05  FILLER                  PIC X(05) VALUE "  ID ".
000735     05  CGN-STUDENT-ID          PIC X(09).
000735     05  FILLER                  PIC X(26) VALUE SPACES.
000735*
000735 01  CAT-WS-GRD-HEAD-LINE.
000735     05  FILLER                  PIC X(43) VALUE
000735         "  COURSE SEC TITLE".
000735     05  FILLER                  PIC X(37) VALUE
000735         "CREDITS  GRADE".
000735*
000735 01  CAT-WS-GRD-COURSE-LINE.
000735     05  FILLER                  PIC X(02) VALUE SPACES.
000735     05  CGC-COURSE-ID           PIC X(06).
000735     05  FILLER                  PIC X(01) VALUE SPACES.
000735     05  CGC-SECTION             PIC X(02).
000735     05  FILLER                  PIC X(02) VALUE SPACES.
000735     05  CGC-TITLE               PIC X(30).
000735     05  FILLER                  PIC X(02) VALUE SPACES.
000735     05  CGC-CREDITS             PIC Z.9 BLANK WHEN ZERO.
000735     05  FILLER                  PIC X(05) VALUE SPACES.
000735     05  CGC-GRADE               PIC X(02).
000735     05  FILLER                  PIC X(25) VALUE SPACES.
000735*
000735 01  CAT-WS-GRD-GPA-LINE.
000735     05  FILLER                  PIC X(14) VALUE
000735         "TERM CREDITS: ".
000735     05  CGP-TERM-CREDITS        PIC ZZ9.9.
000735     05  FILLER                  PIC X(13) VALUE
000735         "   TERM GPA: ".
000735     05  CGP-TERM-GPA            PIC 9.99.
000735     05  FILLER                  PIC X(19) VALUE
000735         "   CUMULATIVE GPA: ".
000735     05  CGP-CUM-GPA             PIC 9.99.
000735     05  FILLER                  PIC X(21) VALUE SPACES.
000735*
000735 01  CAT-WS-GRD-NO-GPA-LINE      PIC X(80) VALUE
000735     "GPA NOT YET FIGURED FOR THIS TERM - SEE THE REGISTRAR.".
000735*
000717 01  CAT-WS-BUNDLE-LINE.
000718     05  FILLER                  PIC X(04) VALUE "ZIP ".
000719     05  CBN-ZIP                 PIC X(05).
000770         UNTIL CAT-WS-EOF.
000775     PERFORM 2500-PROCESS-NOTICES THRU 2500-EXIT.
000776     PERFORM 2700-PROCESS-DUNNING THRU 2700-EXIT.
000777     PERFORM 2800-PROCESS-LIENS THRU 2800-EXIT.
000777     PERFORM 2900-PROCESS-DORMANT THRU 2900-EXIT.
000777     PERFORM 2980-PROCESS-GRADES THRU 2980-EXIT.
000780     PERFORM 3000-TERMINATE THRU 3000-EXIT.
000790     STOP RUN.
000800*
000849     OPEN INPUT  CAT-SORTED-FILE.
000850     OPEN OUTPUT CAT-MERGE-FILE.
000852     PERFORM 1094-LOAD-DISPOSITIONS THRU 1094-EXIT.
000852     OPEN OUTPUT CAT-EDLV-FILE.
000852     PERFORM 1080-LOAD-PREFERENCES THRU 1080-EXIT.
000852     PERFORM 1082-LOAD-CXREF THRU 1082-EXIT.
000852     PERFORM 1084-LOAD-CIF THRU 1084-EXIT.
000855     PERFORM 1095-WRITE-SECLOG THRU 1095-EXIT.
000860     READ CAT-SORTED-FILE
000870         AT END
001143 2050-EXIT.
001144     EXIT.
001145*
001145*===============================================================
001145 1080-LOAD-PREFERENCES.
001145*===============================================================
001145*    LOADS THE DELIVERY PREFERENCES. A MISSING FILE MEANS NO
001145*    CUSTOMER HAS ASKED FOR ANYTHING BUT PAPER.
001145     OPEN INPUT CAT-PREF-FILE.
001145     IF CAT-WS-PREF-STATUS = '35'
001145         GO TO 1080-EXIT
001145     END-IF.
001145     MOVE 'N' TO CAT-WS-LOAD-EOF-SW.
001145     READ CAT-PREF-FILE
001145         AT END
001145             MOVE 'Y' TO CAT-WS-LOAD-EOF-SW
001145     END-READ.
001145     PERFORM 1081-LOAD-ONE-PREF THRU 1081-EXIT
001145         UNTIL CAT-WS-LOAD-EOF OR CAT-WS-PREF-COUNT = 2000.
001145     IF NOT CAT-WS-LOAD-EOF
001145         DISPLAY "CONCATSTRING: PREFERENCE FILE EXCEEDS 2000 "
001145             "ENTRIES - CUSTOMERS PAST THE CAP GET PAPER"
001145     END-IF.
001145     CLOSE CAT-PREF-FILE.
001145 1080-EXIT.
001145     EXIT.
001145*
001145*===============================================================
001145 1081-LOAD-ONE-PREF.
001145*===============================================================
001145     ADD 1 TO CAT-WS-PREF-COUNT.
001145     SET CAT-PF-IDX TO CAT-WS-PREF-COUNT.
001145     MOVE CDP-CUST-NO TO CAT-PF-CUST-NO (CAT-PF-IDX).
001145     MOVE CDP-METHOD  TO CAT-PF-METHOD (CAT-PF-IDX).
001145     MOVE CDP-EADDR   TO CAT-PF-EADDR (CAT-PF-IDX).
001145     READ CAT-PREF-FILE
001145         AT END
001145             MOVE 'Y' TO CAT-WS-LOAD-EOF-SW
001145     END-READ.
001145 1081-EXIT.
001145     EXIT.
001145*
001145*===============================================================
001145 1082-LOAD-CXREF.
001145*===============================================================
001145*    LOADS THE CIF DEPOSIT-ACCOUNT AND LOAN CROSS-REFERENCES THAT
001145*    TIE A NOTICE TO ITS CUSTOMER. WITHOUT THE FILE NO NOTICE
001145*    FINDS A CUSTOMER, AND EVERY NOTICE PRINTS AS IT ALWAYS HAS.
001145     OPEN INPUT CAT-CXREF-FILE.
001145     IF CAT-WS-CXREF-STATUS = '35'
001145         GO TO 1082-EXIT
001145     END-IF.
001145     MOVE 'N' TO CAT-WS-LOAD-EOF-SW.
001145     READ CAT-CXREF-FILE
001145         AT END
001145             MOVE 'Y' TO CAT-WS-LOAD-EOF-SW
001145     END-READ.
001145     PERFORM 1083-LOAD-ONE-CXREF THRU 1083-EXIT
001145         UNTIL CAT-WS-LOAD-EOF OR CAT-WS-CXREF-COUNT = 10000.
001145     IF NOT CAT-WS-LOAD-EOF
001145         DISPLAY "CONCATSTRING: CIF CROSS-REFERENCE EXCEEDS "
001145             "10000 ENTRIES - NOTICES PAST THE CAP PRINT"
001145     END-IF.
001145     CLOSE CAT-CXREF-FILE.
001145 1082-EXIT.
001145     EXIT.
001145*
001145*===============================================================
001145 1083-LOAD-ONE-CXREF.
001145*===============================================================
001145     IF CXR-DEPOSIT OR CXR-LOAN
001145         ADD 1 TO CAT-WS-CXREF-COUNT
001145         SET CAT-XF-IDX TO CAT-WS-CXREF-COUNT
001145         MOVE CXR-TYPE    TO CAT-XF-TYPE (CAT-XF-IDX)
001145         MOVE CXR-KEY     TO CAT-XF-KEY (CAT-XF-IDX)
001145         MOVE CXR-CUST-NO TO CAT-XF-CUST-NO (CAT-XF-IDX)
001145     END-IF.
001145     READ CAT-CXREF-FILE
001145         AT END
001145             MOVE 'Y' TO CAT-WS-LOAD-EOF-SW
001145     END-READ.
001145 1083-EXIT.
001145     EXIT.
001145*
001145*===============================================================
001145 1084-LOAD-CIF.
001145*===============================================================
001145*    LOADS EACH CIF CUSTOMER'S LAST NAME, STREET AND ZIP - THE
001145*    KEY THE ADDRESS DISPOSITION FILE USES - FOR THE RETURN-MAIL
001145*    CHECK ON A NOTICE'S PAPER COPY.
001145     OPEN INPUT CAT-CIF-FILE.
001145     IF CAT-WS-CIF-STATUS = '35'
001145         GO TO 1084-EXIT
001145     END-IF.
001145     MOVE 'N' TO CAT-WS-LOAD-EOF-SW.
001145     READ CAT-CIF-FILE
001145         AT END
001145             MOVE 'Y' TO CAT-WS-LOAD-EOF-SW
001145     END-READ.
001145     PERFORM 1085-LOAD-ONE-CIF THRU 1085-EXIT
001145         UNTIL CAT-WS-LOAD-EOF OR CAT-WS-CIF-COUNT = 5000.
001145     IF NOT CAT-WS-LOAD-EOF
001145         DISPLAY "CONCATSTRING: CIF MASTER EXCEEDS 5000 "
001145             "ENTRIES - NO RETURN-MAIL CHECK PAST THE CAP"
001145     END-IF.
001145     CLOSE CAT-CIF-FILE.
001145 1084-EXIT.
001145     EXIT.
001145*
001145*===============================================================
001145 1085-LOAD-ONE-CIF.
001145*===============================================================
001145     ADD 1 TO CAT-WS-CIF-COUNT.
001145     SET CAT-CF-IDX TO CAT-WS-CIF-COUNT.
001145     MOVE CIF-CUST-NO   TO CAT-CF-CUST-NO (CAT-CF-IDX).
001145     MOVE CIF-LAST-NAME TO CAT-CF-LAST (CAT-CF-IDX).
001145     MOVE CIF-STREET    TO CAT-CF-STREET (CAT-CF-IDX).
001145     MOVE CIF-ZIP       TO CAT-CF-ZIP (CAT-CF-IDX).
001145     READ CAT-CIF-FILE
001145         AT END
001145             MOVE 'Y' TO CAT-WS-LOAD-EOF-SW
001145     END-READ.
001145 1085-EXIT.
001145     EXIT.
001145*
001146*===============================================================
001147 1094-LOAD-DISPOSITIONS.
001148*===============================================================
001114 2300-EXIT.
001115     EXIT.
001110*
001110*===============================================================
001110 2060-RESOLVE-CHANNEL.
001110*===============================================================
001110*    SETS THE PRINT AND ELECTRONIC SWITCHES FOR THE NOTICE WHOSE
001110*    ACCOUNT OR LOAN IS IN CAT-WS-DLV-TYPE/CAT-WS-DLV-KEY, FROM
001110*    ITS CUSTOMER'S PREFERENCE. A NOTICE WITH NO CIF CUSTOMER, OR
001110*    A CUSTOMER WITH NO PREFERENCE, PRINTS.
001110     ADD 1 TO CAT-WS-DLV-READ.
001110     MOVE 'Y'    TO CAT-WS-PRINT-SW.
001110     MOVE 'N'    TO CAT-WS-EDLV-SW.
001110     MOVE 'N'    TO CAT-WS-UNDELIV-SW.
001110     MOVE 'P'    TO CAT-WS-DLV-METHOD.
001110     MOVE SPACES TO CAT-WS-DLV-EADDR.
001110     MOVE ZERO   TO CAT-WS-DLV-CUST-NO.
001110     MOVE ZERO   TO CAT-WS-DLV-LINE-NO.
001110     MOVE ZERO   TO CAT-WS-DLV-HIT.
001110     PERFORM 2062-SCAN-CXREF THRU 2062-EXIT
001110         VARYING CAT-XF-IDX FROM 1 BY 1
001110         UNTIL CAT-XF-IDX > CAT-WS-CXREF-COUNT.
001110     IF CAT-WS-DLV-HIT = ZERO
001110         GO TO 2060-COUNT
001110     END-IF.
001110     SET CAT-XF-IDX TO CAT-WS-DLV-HIT.
001110     MOVE CAT-XF-CUST-NO (CAT-XF-IDX) TO CAT-WS-DLV-CUST-NO.
001110     PERFORM 2064-SCAN-PREF THRU 2064-EXIT
001110         VARYING CAT-PF-IDX FROM 1 BY 1
001110         UNTIL CAT-PF-IDX > CAT-WS-PREF-COUNT.
001110     PERFORM 2066-SCAN-CIF THRU 2066-EXIT
001110         VARYING CAT-CF-IDX FROM 1 BY 1
001110         UNTIL CAT-CF-IDX > CAT-WS-CIF-COUNT.
001110*    ELECTRONIC DELIVERY NEEDS AN ADDRESS TO SEND TO - AN
001110*    ELECTRONIC-ONLY CUSTOMER WITHOUT ONE STAYS ON PAPER.
001110     IF CAT-WS-DLV-METHOD = 'E' OR CAT-WS-DLV-METHOD = 'B'
001110         IF CAT-WS-DLV-EADDR NOT = SPACES
001110             MOVE 'Y' TO CAT-WS-EDLV-SW
001110         END-IF
001110     END-IF.
001110     IF CAT-WS-DLV-METHOD = 'E'
001110         IF CAT-WS-SEND-EDLV
001110             MOVE 'N' TO CAT-WS-PRINT-SW
001110         ELSE
001110             ADD 1 TO CAT-WS-DLV-FALLBACK
001110         END-IF
001110     END-IF.
001110*    RETURN MAIL STOPS ONLY THE PAPER COPY. A NOTICE THAT WOULD
001110*    BE LEFT WITH NO CHANNEL GOES ELECTRONIC IF AN ADDRESS IS ON
001110*    FILE.
001110     IF CAT-WS-SEND-PRINT AND CAT-WS-ADDR-UNDELIV
001110         MOVE 'N' TO CAT-WS-PRINT-SW
001110         ADD 1 TO CAT-WS-DLV-PRINT-SUPP
001110         IF NOT CAT-WS-SEND-EDLV AND CAT-WS-DLV-EADDR NOT = SPACES
001110             MOVE 'Y' TO CAT-WS-EDLV-SW
001110             ADD 1 TO CAT-WS-DLV-FALLBACK
001110         END-IF
001110     END-IF.
001110 2060-COUNT.
001110     EVALUATE TRUE
001110         WHEN CAT-WS-SEND-PRINT AND CAT-WS-SEND-EDLV
001110             ADD 1 TO CAT-WS-DLV-BOTH
001110         WHEN CAT-WS-SEND-PRINT
001110             ADD 1 TO CAT-WS-DLV-PRINT-ONLY
001110         WHEN CAT-WS-SEND-EDLV
001110             ADD 1 TO CAT-WS-DLV-EDLV-ONLY
001110         WHEN OTHER
001110             ADD 1 TO CAT-WS-DLV-HELD
001110             DISPLAY "CONCATSTRING: NOTICE HELD - RETURN MAIL "
001110                 "AND NO ELECTRONIC ADDRESS: " CAT-WS-DLV-KEY
001110     END-EVALUATE.
001110 2060-EXIT.
001110     EXIT.
001110*
001110*===============================================================
001110 2062-SCAN-CXREF.
001110*===============================================================
001110     IF CAT-XF-TYPE (CAT-XF-IDX) = CAT-WS-DLV-TYPE
001110             AND CAT-XF-KEY (CAT-XF-IDX) = CAT-WS-DLV-KEY
001110         SET CAT-WS-DLV-HIT TO CAT-XF-IDX
001110         SET CAT-XF-IDX TO CAT-WS-CXREF-COUNT
001110     END-IF.
001110 2062-EXIT.
001110     EXIT.
001110*
001110*===============================================================
001110 2064-SCAN-PREF.
001110*===============================================================
001110     IF CAT-PF-CUST-NO (CAT-PF-IDX) = CAT-WS-DLV-CUST-NO
001110         MOVE CAT-PF-METHOD (CAT-PF-IDX) TO CAT-WS-DLV-METHOD
001110         MOVE CAT-PF-EADDR (CAT-PF-IDX)  TO CAT-WS-DLV-EADDR
001110         SET CAT-PF-IDX TO CAT-WS-PREF-COUNT
001110     END-IF.
001110 2064-EXIT.
001110     EXIT.
001110*
001110*===============================================================
001110 2066-SCAN-CIF.
001110*===============================================================
001110     IF CAT-CF-CUST-NO (CAT-CF-IDX) = CAT-WS-DLV-CUST-NO
001110         PERFORM 2068-SCAN-UNDELIV THRU 2068-EXIT
001110             VARYING CAT-DP-IDX FROM 1 BY 1
001110             UNTIL CAT-DP-IDX > CAT-WS-DISP-COUNT
001110         SET CAT-CF-IDX TO CAT-WS-CIF-COUNT
001110     END-IF.
001110 2066-EXIT.
001110     EXIT.
001110*
001110*===============================================================
001110 2068-SCAN-UNDELIV.
001110*===============================================================
001110*    ONLY A KNOWN-UNDELIVERABLE ('U') ENTRY MATTERS HERE - A
001110*    NOTICE CARRIES NO ADDRESS FOR A CORRECTION TO REPLACE.
001110     IF CAT-DP-DISP (CAT-DP-IDX) = 'U'
001110             AND CAT-DP-LAST (CAT-DP-IDX)
001110                 = CAT-CF-LAST (CAT-CF-IDX)
001110             AND CAT-DP-STREET (CAT-DP-IDX)
001110                 = CAT-CF-STREET (CAT-CF-IDX)
001110             AND CAT-DP-ZIP (CAT-DP-IDX) = CAT-CF-ZIP (CAT-CF-IDX)
001110         MOVE 'Y' TO CAT-WS-UNDELIV-SW
001110         SET CAT-DP-IDX TO CAT-WS-DISP-COUNT
001110     END-IF.
001110 2068-EXIT.
001110     EXIT.
001110*
001120*===============================================================
001130 2100-BUILD-LABEL.
001140*===============================================================
001310     WRITE CAT-MERGE-REC FROM CAT-WS-LABEL.
001320 2200-EXIT.
001330     EXIT.
001330*
001330*===============================================================
001330 2210-WRITE-NOTICE-LINE.
001330*===============================================================
001330*    WRITES ONE LINE OF A NOTICE TO EACH CHANNEL IT GOES BY - THE
001330*    PRINT FILE, THE ELECTRONIC EXTRACT, OR BOTH - SO THE TWO
001330*    CARRY THE SAME LETTER TEXT.
001330     IF CAT-WS-SEND-PRINT
001330         WRITE CAT-MERGE-REC FROM CAT-WS-NOTICE-TEXT
001330     END-IF.
001330     IF CAT-WS-SEND-EDLV
001330         ADD 1 TO CAT-WS-DLV-LINE-NO
001330         ADD 1 TO CAT-WS-EDLV-LINES
001330         MOVE SPACES              TO CAT-EDLV-REC
001330         MOVE CAT-WS-DLV-CUST-NO  TO CED-CUST-NO
001330         MOVE CAT-WS-DLV-DOC-TYPE TO CED-DOC-TYPE
001330         MOVE CAT-WS-DLV-KEY      TO CED-DOC-KEY
001330         MOVE CAT-WS-DLV-LINE-NO  TO CED-LINE-NO
001330         MOVE CAT-WS-DLV-EADDR    TO CED-EADDR
001330         MOVE CAT-WS-NOTICE-TEXT  TO CED-TEXT
001330         WRITE CAT-EDLV-REC
001330     END-IF.
001330 2210-EXIT.
001330     EXIT.
001330*
001330*===============================================================
001330 2220-END-NOTICE.
001330*===============================================================
001330*    THE BLANK SEPARATOR BETWEEN LETTERS IS FOR THE PRINT FILE
001330*    ONLY.
001330     IF CAT-WS-SEND-PRINT
001330         WRITE CAT-MERGE-REC FROM CAT-WS-BLANK-LINE
001330     END-IF.
001330 2220-EXIT.
001330     EXIT.
001340*
001341*===============================================================
001342 2500-PROCESS-NOTICES.
001364*===============================================================
001365 2600-BUILD-LETTER.
001366*===============================================================
001366     MOVE 'D'            TO CAT-WS-DLV-TYPE.
001366     MOVE 'M'            TO CAT-WS-DLV-DOC-TYPE.
001366     MOVE CNR-ACCOUNT-ID TO CAT-WS-DLV-KEY.
001366     PERFORM 2060-RESOLVE-CHANNEL THRU 2060-EXIT.
001367     MOVE 'DEAR'     TO CAT-ADDR-LINE (1).
001368     MOVE CNR-NAME   TO CAT-ADDR-LINE (2).
001369     MOVE 2          TO CAT-WS-ADDR-COUNT.
001371     PERFORM 2100-BUILD-LABEL THRU 2100-EXIT
001372         VARYING CAT-ADDR-IDX FROM 1 BY 1
001373         UNTIL CAT-ADDR-IDX > CAT-WS-ADDR-COUNT.
001374     MOVE CAT-WS-LABEL TO CAT-WS-NOTICE-TEXT.
001374     PERFORM 2210-WRITE-NOTICE-LINE THRU 2210-EXIT.
001375     MOVE CNR-ACCOUNT-ID    TO CLL-ACCOUNT-ID.
001376     MOVE CNR-MATURITY-DATE TO CLL-MATURITY-DATE.
001377     MOVE CAT-WS-LETTER-LINE TO CAT-WS-NOTICE-TEXT.
001377     PERFORM 2210-WRITE-NOTICE-LINE THRU 2210-EXIT.
001378     MOVE CNR-CLOSE-BAL     TO CBL-CLOSE-BAL.
001379     MOVE CAT-WS-BALANCE-LINE TO CAT-WS-NOTICE-TEXT.
001379     PERFORM 2210-WRITE-NOTICE-LINE THRU 2210-EXIT.
001380     PERFORM 2220-END-NOTICE THRU 2220-EXIT.
001381     ADD 1 TO CAT-WS-NOTICE-COUNT.
001382     READ CAT-NOTICE-FILE
001383         AT END
001410*===============================================================
001411 2750-BUILD-DUN-LETTER.
001412*===============================================================
001412*    THE COLLECTOR HAS A PROMISE TO PAY ON A HELD LOAN - NO
001412*    LETTER WHILE IT STANDS.
001412     IF CDR-PROMISE-HELD
001412         ADD 1 TO CAT-WS-DUN-HELD-COUNT
001412         GO TO 2750-READ-NEXT
001412     END-IF.
001412     MOVE 'L'            TO CAT-WS-DLV-TYPE.
001412     MOVE 'D'            TO CAT-WS-DLV-DOC-TYPE.
001412     MOVE CDR-LOAN-ID    TO CAT-WS-DLV-KEY.
001412     PERFORM 2060-RESOLVE-CHANNEL THRU 2060-EXIT.
001413     EVALUATE CDR-BUCKET
001414         WHEN '30'
001415             MOVE "REMINDER - PLEASE SEND YOUR PAYMENT TODAY."
001426     END-EVALUATE.
001427     MOVE CDR-LOAN-ID    TO CDO-LOAN-ID.
001428     MOVE CDR-DAYS-PAST  TO CDO-DAYS.
001429     MOVE CAT-WS-DUN-OPEN-LINE TO CAT-WS-NOTICE-TEXT.
001429     PERFORM 2210-WRITE-NOTICE-LINE THRU 2210-EXIT.
001430     MOVE CDR-DUE-AMOUNT TO CDA-DUE-AMOUNT.
001431     MOVE CDR-BALANCE    TO CDA-BALANCE.
001432     MOVE CAT-WS-DUN-AMT-LINE TO CAT-WS-NOTICE-TEXT.
001432     PERFORM 2210-WRITE-NOTICE-LINE THRU 2210-EXIT.
001433     MOVE CAT-WS-DUN-SEV-LINE TO CAT-WS-NOTICE-TEXT.
001433     PERFORM 2210-WRITE-NOTICE-LINE THRU 2210-EXIT.
001434     PERFORM 2220-END-NOTICE THRU 2220-EXIT.
001435     ADD 1 TO CAT-WS-DUN-COUNT.
001435 2750-READ-NEXT.
001436     READ CAT-DUN-FILE
001437         AT END
001438             MOVE 'Y' TO CAT-WS-DUN-EOF-SW
001440 2750-EXIT.
001441     EXIT.
001442*
001443*===============================================================
001444 2800-PROCESS-LIENS.
001445*===============================================================
001446*    TURNS EACH LIEN-RELEASE EXTRACT RECORD INTO A PAID-IN-FULL
001447*    LETTER. A MISSING EXTRACT FILE MEANS NO LOAN CLOSED.
001448     OPEN INPUT CAT-LIEN-FILE.
001449     IF CAT-WS-LIEN-STATUS = '35'
001450         MOVE 'Y' TO CAT-WS-LIEN-EOF-SW
001451         GO TO 2800-EXIT
001452     END-IF.
001453     READ CAT-LIEN-FILE
001454         AT END
001455             MOVE 'Y' TO CAT-WS-LIEN-EOF-SW
001456     END-READ.
001457     PERFORM 2850-BUILD-LIEN-LETTER THRU 2850-EXIT
001458         UNTIL CAT-WS-LIEN-EOF.
001459     CLOSE CAT-LIEN-FILE.
001460 2800-EXIT.
001461     EXIT.
001462*
001463*===============================================================
001464 2850-BUILD-LIEN-LETTER.
001465*===============================================================
001466     WRITE CAT-MERGE-REC FROM CAT-WS-LIEN-TITLE-LINE.
001467     MOVE CLR-NAME        TO CLN-NAME.
001468     MOVE CLR-ADDRESS     TO CLN-ADDRESS.
001469     WRITE CAT-MERGE-REC FROM CAT-WS-LIEN-NAME-LINE.
001470     MOVE CLR-LOAN-ID     TO CLP-LOAN-ID.
001471     MOVE CLR-PAYOFF-DATE TO CLP-PAYOFF-DATE.
001472     WRITE CAT-MERGE-REC FROM CAT-WS-LIEN-PAID-LINE.
001473     WRITE CAT-MERGE-REC FROM CAT-WS-LIEN-RLSE-LINE.
001474     WRITE CAT-MERGE-REC FROM CAT-WS-BLANK-LINE.
001475     ADD 1 TO CAT-WS-LIEN-COUNT.
001476     READ CAT-LIEN-FILE
001477         AT END
001478             MOVE 'Y' TO CAT-WS-LIEN-EOF-SW
001479     END-READ.
001480 2850-EXIT.
001481     EXIT.
001482*
001482*===============================================================
001482 2900-PROCESS-DORMANT.
001482*===============================================================
001482*    TURNS EACH DUE-DILIGENCE EXTRACT RECORD INTO A DORMANT-
001482*    ACCOUNT NOTICE. A MISSING EXTRACT FILE MEANS NO ACCOUNT
001482*    WENT DORMANT.
001482     OPEN INPUT CAT-DORM-FILE.
001482     IF CAT-WS-DORM-STATUS = '35'
001482         MOVE 'Y' TO CAT-WS-DORM-EOF-SW
001482         GO TO 2900-EXIT
001482     END-IF.
001482     READ CAT-DORM-FILE
001482         AT END
001482             MOVE 'Y' TO CAT-WS-DORM-EOF-SW
001482     END-READ.
001482     PERFORM 2950-BUILD-DORM-LETTER THRU 2950-EXIT
001482         UNTIL CAT-WS-DORM-EOF.
001482     CLOSE CAT-DORM-FILE.
001482 2900-EXIT.
001482     EXIT.
001482*
001482*===============================================================
001482 2950-BUILD-DORM-LETTER.
001482*===============================================================
001482*    AN ACCOUNT WITH NO CONTACT EVER RECORDED GETS THE NOTICE
001482*    WITHOUT A LAST-ACTIVITY DATE.
001482     WRITE CAT-MERGE-REC FROM CAT-WS-DORM-TITLE-LINE.
001482     MOVE CDL-NAME         TO CDN-NAME.
001482     MOVE CDL-STREET       TO CDN-STREET.
001482     WRITE CAT-MERGE-REC FROM CAT-WS-DORM-NAME-LINE.
001482     MOVE CDL-CITY         TO CDC-CITY.
001482     MOVE CDL-STATE        TO CDC-STATE.
001482     MOVE CDL-ZIP          TO CDC-ZIP.
001482     WRITE CAT-MERGE-REC FROM CAT-WS-DORM-CITY-LINE.
001482     MOVE CDL-ACCOUNT-ID   TO CDI-ACCOUNT-ID.
001482     IF CDL-LAST-CONTACT NUMERIC AND CDL-LAST-CONTACT > ZERO
001482         MOVE " HAS HAD NO ACTIVITY SINCE " TO CDI-SINCE-LIT
001482         MOVE CDL-LAST-CONTACT TO CDI-LAST-CONTACT
001482         MOVE "."          TO CDI-PERIOD
001482     ELSE
001482         MOVE " HAS HAD NO RECENT ACTIVITY." TO CDI-SINCE-LIT
001482         MOVE SPACES       TO CDI-LAST-CONTACT-X CDI-PERIOD
001482     END-IF.
001482     WRITE CAT-MERGE-REC FROM CAT-WS-DORM-IDLE-LINE.
001482     MOVE CDL-AMOUNT       TO CDB-AMOUNT.
001482     WRITE CAT-MERGE-REC FROM CAT-WS-DORM-BAL-LINE.
001482     MOVE CDL-RESPOND-BY   TO CDY-RESPOND-BY.
001482     WRITE CAT-MERGE-REC FROM CAT-WS-DORM-RESP-LINE.
001482     WRITE CAT-MERGE-REC FROM CAT-WS-DORM-STATE-LINE.
001482     WRITE CAT-MERGE-REC FROM CAT-WS-BLANK-LINE.
001482     ADD 1 TO CAT-WS-DORM-COUNT.
001482     READ CAT-DORM-FILE
001482         AT END
001482             MOVE 'Y' TO CAT-WS-DORM-EOF-SW
001482     END-READ.
001482 2950-EXIT.
001482     EXIT.
001482*
001482*===============================================================
001482 2980-PROCESS-GRADES.
001482*===============================================================
001482*    TURNS THE TERM GRADE REPORT EXTRACT INTO MAILERS. THE
001482*    EXTRACT IS SORTED INTO ZIP/STREET/LAST-NAME ORDER, THE SAME
001482*    PRESORT THE NAME LABELS GET, AND EACH HOUSEHOLD - STUDENTS
001482*    SHARING A LAST NAME AND FULL ADDRESS - IS HELD AND PRINTED
001482*    AS ONE ENVELOPE. A MISSING EXTRACT FILE MEANS NO TERM ENDED.
001482     OPEN INPUT CAT-GRADE-FILE.
001482     IF CAT-WS-GRADE-STATUS NOT = '00'
001482         MOVE 'Y' TO CAT-WS-GRADE-EOF-SW
001482         GO TO 2980-EXIT
001482     END-IF.
001482     CLOSE CAT-GRADE-FILE.
001482     SORT CAT-GSORT-FILE
001482         ON ASCENDING KEY CGS-ZIP
001482         ON ASCENDING KEY CGS-STREET
001482         ON ASCENDING KEY CGS-LAST
001482         ON ASCENDING KEY CGS-STUDENT-ID
001482         ON ASCENDING KEY CGS-LINE-NO
001482         USING CAT-GRADE-FILE
001482         GIVING CAT-GSORTED-FILE.
001482     OPEN INPUT CAT-GSORTED-FILE.
001482     MOVE ZERO TO CAT-WS-GH-COUNT.
001482     READ CAT-GSORTED-FILE
001482         AT END
001482             MOVE 'Y' TO CAT-WS-GRADE-EOF-SW
001482     END-READ.
001482     PERFORM 2982-HOLD-GRADE-LINE THRU 2982-EXIT
001482         UNTIL CAT-WS-GRADE-EOF.
001482     IF CAT-WS-GH-COUNT > ZERO
001482         PERFORM 2984-FLUSH-GRADE-HOUSEHOLD THRU 2984-EXIT
001482     END-IF.
001482     PERFORM 2990-CLOSE-GRADE-BUNDLE THRU 2990-EXIT.
001482     CLOSE CAT-GSORTED-FILE.
001482 2980-EXIT.
001482     EXIT.
001482*
001482*===============================================================
001482 2982-HOLD-GRADE-LINE.
001482*===============================================================
001482*    A LINE FOR ANOTHER LAST NAME OR ADDRESS CLOSES THE HELD
001482*    HOUSEHOLD. A HOUSEHOLD TOO BIG TO HOLD GOES OUT IN MORE THAN
001482*    ONE ENVELOPE.
001482     ADD 1 TO CAT-WS-GRD-LINES-READ.
001482     IF CAT-WS-GH-COUNT > ZERO
001482         IF CGR-LAST NOT = CAT-GH-LAST
001482                 OR CGR-STREET NOT = CAT-GH-STREET
001482                 OR CGR-CITY NOT = CAT-GH-CITY
001482                 OR CGR-STATE NOT = CAT-GH-STATE
001482                 OR CGR-ZIP NOT = CAT-GH-ZIP
001482             PERFORM 2984-FLUSH-GRADE-HOUSEHOLD THRU 2984-EXIT
001482         END-IF
001482     END-IF.
001482     IF CAT-WS-GH-COUNT = 200
001482         DISPLAY "CONCATSTRING: GRADE REPORT HOUSEHOLD OVER 200 "
001482             "LINES - SPLIT INTO A SECOND ENVELOPE: " CGR-LAST
001482         PERFORM 2984-FLUSH-GRADE-HOUSEHOLD THRU 2984-EXIT
001482     END-IF.
001482     IF CAT-WS-GH-COUNT = ZERO
001482         MOVE CGR-FIRST  TO CAT-GH-FIRST
001482         MOVE CGR-LAST   TO CAT-GH-LAST
001482         MOVE CGR-STREET TO CAT-GH-STREET
001482         MOVE CGR-CITY   TO CAT-GH-CITY
001482         MOVE CGR-STATE  TO CAT-GH-STATE
001482         MOVE CGR-ZIP    TO CAT-GH-ZIP
001482         MOVE ZERO       TO CAT-WS-GH-MEMBERS
001482     END-IF.
001482     IF CGR-HEAD-LINE
001482         ADD 1 TO CAT-WS-GH-MEMBERS
001482         ADD 1 TO CAT-WS-GRD-REPORTS
001482     END-IF.
001482     ADD 1 TO CAT-WS-GH-COUNT.
001482     SET CAT-GH-IDX TO CAT-WS-GH-COUNT.
001482     MOVE CAT-GSORTED-REC TO CAT-GH-ENTRY (CAT-GH-IDX).
001482     READ CAT-GSORTED-FILE
001482         AT END
001482             MOVE 'Y' TO CAT-WS-GRADE-EOF-SW
001482     END-READ.
001482 2982-EXIT.
001482     EXIT.
001482*
001482*===============================================================
001482 2984-FLUSH-GRADE-HOUSEHOLD.
001482*===============================================================
001482*    PRINTS THE HELD HOUSEHOLD'S ENVELOPE - THE LABEL, BUILT THE
001482*    WAY 2050-FLUSH-HOUSEHOLD BUILDS IT, THEN EVERY STUDENT'S
001482*    REPORT. THE ADDRESS DISPOSITION FILE IS CONSULTED FIRST, AS
001482*    FOR A NAME LABEL.
001482     MOVE 'N' TO CAT-WS-DROP-SW.
001482     PERFORM 2986-SCAN-GRADE-DISP THRU 2986-EXIT
001482         VARYING CAT-DP-IDX FROM 1 BY 1
001482         UNTIL CAT-DP-IDX > CAT-WS-DISP-COUNT.
001482     IF CAT-WS-DROP-PIECE
001482         ADD CAT-WS-GH-MEMBERS TO CAT-WS-GRD-UNDELIV
001482         MOVE ZERO TO CAT-WS-GH-COUNT
001482         GO TO 2984-EXIT
001482     END-IF.
001482     IF CAT-GH-ZIP NOT = CAT-WS-GRD-CUR-ZIP
001482         PERFORM 2990-CLOSE-GRADE-BUNDLE THRU 2990-EXIT
001482         MOVE CAT-GH-ZIP TO CAT-WS-GRD-CUR-ZIP
001482     END-IF.
001482     IF CAT-WS-GH-MEMBERS > 1
001482         MOVE 'THE'        TO CAT-ADDR-LINE (1)
001482         MOVE CAT-GH-LAST  TO CAT-ADDR-LINE (2)
001482         MOVE 'HOUSEHOLD'  TO CAT-ADDR-LINE (3)
001482         MOVE 3            TO CAT-WS-ADDR-COUNT
001482         COMPUTE CAT-WS-GRD-SHARED =
001482             CAT-WS-GRD-SHARED + CAT-WS-GH-MEMBERS - 1
001482     ELSE
001482         MOVE CAT-GH-FIRST TO CAT-ADDR-LINE (1)
001482         MOVE CAT-GH-LAST  TO CAT-ADDR-LINE (2)
001482         MOVE 2            TO CAT-WS-ADDR-COUNT
001482     END-IF.
001482     MOVE SPACES       TO CAT-WS-LABEL.
001482     MOVE 1            TO CAT-WS-LABEL-PTR.
001482     PERFORM 2100-BUILD-LABEL THRU 2100-EXIT
001482         VARYING CAT-ADDR-IDX FROM 1 BY 1
001482         UNTIL CAT-ADDR-IDX > CAT-WS-ADDR-COUNT.
001482     PERFORM 2200-WRITE-MERGE-LINE THRU 2200-EXIT.
001482     WRITE CAT-MERGE-REC FROM CAT-GH-STREET.
001482     MOVE CAT-GH-CITY  TO CAT-ADDR-LINE (1).
001482     MOVE CAT-GH-STATE TO CAT-ADDR-LINE (2).
001482     MOVE CAT-GH-ZIP   TO CAT-ADDR-LINE (3).
001482     MOVE 3            TO CAT-WS-ADDR-COUNT.
001482     MOVE SPACES       TO CAT-WS-LABEL.
001482     MOVE 1            TO CAT-WS-LABEL-PTR.
001482     PERFORM 2100-BUILD-LABEL THRU 2100-EXIT
001482         VARYING CAT-ADDR-IDX FROM 1 BY 1
001482         UNTIL CAT-ADDR-IDX > CAT-WS-ADDR-COUNT.
001482     PERFORM 2200-WRITE-MERGE-LINE THRU 2200-EXIT.
001482     WRITE CAT-MERGE-REC FROM CAT-WS-BLANK-LINE.
001482     PERFORM 2988-PRINT-GRADE-LINE THRU 2988-EXIT
001482         VARYING CAT-GH-IDX FROM 1 BY 1
001482         UNTIL CAT-GH-IDX > CAT-WS-GH-COUNT.
001482     ADD CAT-WS-GH-MEMBERS TO CAT-WS-GRD-MAILED.
001482     ADD 1 TO CAT-WS-GRD-ENVELOPES.
001482     ADD 1 TO CAT-WS-GRD-BUNDLE-COUNT.
001482     MOVE ZERO TO CAT-WS-GH-COUNT.
001482 2984-EXIT.
001482     EXIT.
001482*
001482*===============================================================
001482 2986-SCAN-GRADE-DISP.
001482*===============================================================
001482*    SAME LOOKUP AS 2044-SCAN-DISP, AGAINST THE HELD HOUSEHOLD.
001482     IF CAT-DP-LAST (CAT-DP-IDX) = CAT-GH-LAST
001482             AND CAT-DP-STREET (CAT-DP-IDX) = CAT-GH-STREET
001482             AND CAT-DP-ZIP (CAT-DP-IDX) = CAT-GH-ZIP
001482         IF CAT-DP-DISP (CAT-DP-IDX) = 'U'
001482             MOVE 'Y' TO CAT-WS-DROP-SW
001482         ELSE
001482             MOVE CAT-DP-NEW-STREET (CAT-DP-IDX)
001482                 TO CAT-GH-STREET
001482             MOVE CAT-DP-NEW-CITY (CAT-DP-IDX)
001482                 TO CAT-GH-CITY
001482             MOVE CAT-DP-NEW-STATE (CAT-DP-IDX)
001482                 TO CAT-GH-STATE
001482             MOVE CAT-DP-NEW-ZIP (CAT-DP-IDX)
001482                 TO CAT-GH-ZIP
001482             ADD 1 TO CAT-WS-GRD-CORRECT
001482         END-IF
001482         SET CAT-DP-IDX TO CAT-WS-DISP-COUNT
001482     END-IF.
001482 2986-EXIT.
001482     EXIT.
001482*
001482*===============================================================
001482 2988-PRINT-GRADE-LINE.
001482*===============================================================
001482*    LINE 00 PRINTS THE REPORT'S TITLE, STUDENT AND COLUMN
001482*    HEADINGS; A COURSE LINE ITS COURSE; LINE 99 THE GPA FIGURES
001482*    AND THE BLANK LINE THAT ENDS THE REPORT.
001482     MOVE CAT-GH-ENTRY (CAT-GH-IDX) TO CAT-WS-GRADE-WORK.
001482     EVALUATE TRUE
001482         WHEN CGW-HEAD-LINE
001482             MOVE CGW-TERM       TO CGT-TERM
001482             WRITE CAT-MERGE-REC FROM CAT-WS-GRD-TITLE-LINE
001482             MOVE CGW-FIRST      TO CAT-ADDR-LINE (1)
001482             MOVE CGW-LAST       TO CAT-ADDR-LINE (2)
001482             MOVE 2              TO CAT-WS-ADDR-COUNT
001482             MOVE SPACES         TO CAT-WS-LABEL
001482             MOVE 1              TO CAT-WS-LABEL-PTR
001482             PERFORM 2100-BUILD-LABEL THRU 2100-EXIT
001482                 VARYING CAT-ADDR-IDX FROM 1 BY 1
001482                 UNTIL CAT-ADDR-IDX > CAT-WS-ADDR-COUNT
001482             MOVE CAT-WS-LABEL   TO CGN-NAME
001482             MOVE CGW-STUDENT-ID TO CGN-STUDENT-ID
001482             WRITE CAT-MERGE-REC FROM CAT-WS-GRD-NAME-LINE
001482             WRITE CAT-MERGE-REC FROM CAT-WS-GRD-HEAD-LINE
001482         WHEN CGW-GPA-LINE
001482             IF CGW-GPA-ON-FILE
001482                 MOVE CGW-TERM-CREDITS TO CGP-TERM-CREDITS
001482                 MOVE CGW-TERM-GPA     TO CGP-TERM-GPA
001482                 MOVE CGW-CUM-GPA      TO CGP-CUM-GPA
001482                 WRITE CAT-MERGE-REC FROM CAT-WS-GRD-GPA-LINE
001482             ELSE
001482                 WRITE CAT-MERGE-REC FROM CAT-WS-GRD-NO-GPA-LINE
001482             END-IF
001482             WRITE CAT-MERGE-REC FROM CAT-WS-BLANK-LINE
001482         WHEN OTHER
001482             MOVE CGW-COURSE-ID  TO CGC-COURSE-ID
001482             MOVE CGW-SECTION    TO CGC-SECTION
001482             MOVE CGW-TITLE      TO CGC-TITLE
001482             MOVE CGW-CREDITS    TO CGC-CREDITS
001482             MOVE CGW-GRADE      TO CGC-GRADE
001482             WRITE CAT-MERGE-REC FROM CAT-WS-GRD-COURSE-LINE
001482     END-EVALUATE.
001482 2988-EXIT.
001482     EXIT.
001482*
001482*===============================================================
001482 2990-CLOSE-GRADE-BUNDLE.
001482*===============================================================
001482*    THE GRADE REPORTS' OWN ZIP BUNDLE-COUNT LINE - THEY ARE
001482*    PRESORTED SEPARATELY FROM THE NAME LABELS.
001482     IF CAT-WS-GRD-BUNDLE-COUNT > ZERO
001482         MOVE CAT-WS-GRD-CUR-ZIP      TO CBN-ZIP
001482         MOVE CAT-WS-GRD-BUNDLE-COUNT TO CBN-COUNT
001482         WRITE CAT-MERGE-REC FROM CAT-WS-BUNDLE-LINE
001482         WRITE CAT-MERGE-REC FROM CAT-WS-BLANK-LINE
001482     END-IF.
001482     MOVE ZERO TO CAT-WS-GRD-BUNDLE-COUNT.
001482 2990-EXIT.
001482     EXIT.
001482*
001350*===============================================================
001360 3000-TERMINATE.
001370*===============================================================
001390     WRITE CAT-MERGE-REC FROM CAT-WS-COUNT-LINE.
001400     CLOSE CAT-SORTED-FILE.
001410     CLOSE CAT-MERGE-FILE.
001410     MOVE SPACES              TO CAT-EDLV-REC.
001410     MOVE ZERO                TO CED-CUST-NO.
001410     MOVE 'T'                 TO CED-DOC-TYPE.
001410     MOVE ZERO                TO CED-LINE-NO.
001410     COMPUTE CET-LETTERS = CAT-WS-DLV-EDLV-ONLY + CAT-WS-DLV-BOTH.
001410     MOVE CAT-WS-EDLV-LINES   TO CET-LINES.
001410     MOVE CAT-WS-EDLV-TRAILER TO CED-TEXT.
001410     WRITE CAT-EDLV-REC.
001410     CLOSE CAT-EDLV-FILE.
001420     DISPLAY "CONCATSTRING: NAMES MERGED: " CAT-WS-NAME-COUNT.
001420     DISPLAY "CONCATSTRING: PIECES SUPPRESSED (HOUSEHOLDING): "
001421         CAT-WS-SUPPRESS-COUNT.
001422         CAT-WS-NOTICE-COUNT.
001423     DISPLAY "CONCATSTRING: DUNNING LETTERS:  "
001424         CAT-WS-DUN-COUNT.
001424     DISPLAY "CONCATSTRING: DUNNING HELD (PROMISE): "
001424         CAT-WS-DUN-HELD-COUNT.
001424     DISPLAY "CONCATSTRING: LIEN-RELEASE LETTERS: "
001424         CAT-WS-LIEN-COUNT.
001424     DISPLAY "CONCATSTRING: DORMANT-ACCOUNT NOTICES: "
001424         CAT-WS-DORM-COUNT.
001425     DISPLAY "CONCATSTRING: ADDRESSES CORRECTED:  "
001426         CAT-WS-CORRECT-COUNT.
001427     DISPLAY "CONCATSTRING: UNDELIVERABLE SUPPRESSED: "
001428         CAT-WS-UNDELIV-COUNT.
001428*    DELIVERY PROOF - EVERY NOTICE READ WENT OUT ON PAPER, ON
001428*    THE ELECTRONIC EXTRACT, ON BOTH, OR WAS HELD AND LISTED.
001428     DISPLAY "CONCATSTRING: NOTICES READ:           "
001428         CAT-WS-DLV-READ.
001428     DISPLAY "CONCATSTRING:   PRINT ONLY:           "
001428         CAT-WS-DLV-PRINT-ONLY.
001428     DISPLAY "CONCATSTRING:   ELECTRONIC ONLY:      "
001428         CAT-WS-DLV-EDLV-ONLY.
001428     DISPLAY "CONCATSTRING:   PRINT AND ELECTRONIC: "
001428         CAT-WS-DLV-BOTH.
001428     DISPLAY "CONCATSTRING:   HELD (NO CHANNEL):    "
001428         CAT-WS-DLV-HELD.
001428     DISPLAY "CONCATSTRING: PAPER COPIES STOPPED (RETURN MAIL): "
001428         CAT-WS-DLV-PRINT-SUPP.
001428     DISPLAY "CONCATSTRING: SENT OTHER THAN PREFERRED WAY: "
001428         CAT-WS-DLV-FALLBACK.
001428     COMPUTE CAT-WS-DLV-ACCOUNTED = CAT-WS-DLV-PRINT-ONLY
001428         + CAT-WS-DLV-EDLV-ONLY + CAT-WS-DLV-BOTH
001428         + CAT-WS-DLV-HELD.
001428     IF CAT-WS-DLV-ACCOUNTED NOT = CAT-WS-DLV-READ
001428         DISPLAY "CONCATSTRING: DELIVERY COUNTS OUT OF BALANCE - "
001428             "NOTICES READ " CAT-WS-DLV-READ " ACCOUNTED FOR "
001428             CAT-WS-DLV-ACCOUNTED
001428         MOVE 8 TO RETURN-CODE
001428     END-IF.
001428*    GRADE REPORT PROOF - EVERY REPORT READ WAS MAILED OR
001428*    STOPPED FOR RETURN MAIL.
001428     DISPLAY "CONCATSTRING: GRADE REPORT LINES READ: "
001428         CAT-WS-GRD-LINES-READ.
001428     DISPLAY "CONCATSTRING: GRADE REPORTS READ:      "
001428         CAT-WS-GRD-REPORTS.
001428     DISPLAY "CONCATSTRING:   MAILED:                "
001428         CAT-WS-GRD-MAILED.
001428     DISPLAY "CONCATSTRING:   STOPPED (RETURN MAIL): "
001428         CAT-WS-GRD-UNDELIV.
001428     DISPLAY "CONCATSTRING: GRADE REPORT ENVELOPES:  "
001428         CAT-WS-GRD-ENVELOPES.
001428     DISPLAY "CONCATSTRING: REPORTS SHARING AN ENVELOPE "
001428         "(HOUSEHOLDING): " CAT-WS-GRD-SHARED.
001428     DISPLAY "CONCATSTRING: GRADE REPORT ADDRESSES CORRECTED: "
001428         CAT-WS-GRD-CORRECT.
001428     COMPUTE CAT-WS-GRD-ACCOUNTED =
001428         CAT-WS-GRD-MAILED + CAT-WS-GRD-UNDELIV.
001428     IF CAT-WS-GRD-ACCOUNTED NOT = CAT-WS-GRD-REPORTS
001428         DISPLAY "CONCATSTRING: GRADE REPORT COUNTS OUT OF "
001428             "BALANCE - READ " CAT-WS-GRD-REPORTS
001428             " ACCOUNTED FOR " CAT-WS-GRD-ACCOUNTED
001428         MOVE 8 TO RETURN-CODE
001428     END-IF.
001424     PERFORM 9200-WRITE-RUNBAL THRU 9200-EXIT.
001425     PERFORM 9000-WRITE-JOBSTAT THRU 9000-EXIT.
001430 3000-EXIT.
