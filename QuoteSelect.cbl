000238*                    RUN AND CARRIED FORWARD IF STILL WAITING.
000239*                    AN OFFICER WITH NO LIMIT RECORD IS
000240*                    UNLIMITED, AS BEFORE THE LIMIT FILE.
000241*   10/15/2026 RK    QUOTE AND PENDING RECORDS WIDENED TO 80
000242*                    BYTES AND THE CONVERTED-LOAN OUTPUT TO 60,
000243*                    CARRYING 9(07)V99 PRINCIPAL AND INTEREST IN
000244*                    STEP WITH SIMPLE-INTEREST'S SIM-LOAN-REC.
000245*   10/15/2026 RK    EACH CONVERTED LOAN NOW CARRIES ITS QUOTE
000246*                    DATE AND THE BOOKING (RUN) DATE IN WHAT WAS
000247*                    SIM-LOAN-REC FILLER, SO QUOTE-PIPELINE CAN
000248*                    MEASURE DAYS FROM QUOTE TO BOOKING.
000249*                    SIMPLE-INTEREST DOES NOT READ THEM.
000220*---------------------------------------------------------------
000230 ENVIRONMENT DIVISION.
000240 CONFIGURATION SECTION.
000450     05  FILLER                  PIC X(08).
000460*
000470 FD  QSL-QUOTE-FILE
000480     RECORD CONTAINS 80 CHARACTERS.
000490 01  QSL-QUOTE-REC.
000500     05  SQT-QUOTE-ID            PIC X(14).
000510     05  SQT-LOAN-ID             PIC X(10).
000520     05  SQT-PRINCIPAL           PIC 9(07)V99.
000530     05  SQT-RATE                PIC 9(02)V99.
000540     05  SQT-TERM                PIC 9(01)V99.
000550     05  SQT-INTEREST            PIC 9(07)V99.
000560     05  SQT-OFFICER             PIC X(08).
000562     05  SQT-EXPIRY-DATE         PIC 9(08).
000564     05  FILLER                  PIC X(15).
000580*
000590*    SAME LAYOUT AS SIMPLE-INTEREST'S SIM-LOAN-REC. THE DATE
000600*    PAIR IS LEFT ZERO - A QUOTE IS PRICED BY P/R/T, SO THE
000610*    BOOKED LOAN USES THE SAME P*R*T FORMULA THE QUOTE DID.
000620 FD  QSL-LOAN-FILE
000630     RECORD CONTAINS 60 CHARACTERS.
000640 01  QSL-LOAN-REC.
000650     05  QSL-OUT-LOAN-ID         PIC X(10).
000660     05  QSL-OUT-PRINCIPAL       PIC 9(07)V99.
000670     05  QSL-OUT-RATE            PIC 9(02)V99.
000680     05  QSL-OUT-TERM            PIC 9(01)V99.
000690     05  QSL-OUT-ORIG-DATE       PIC 9(08).
000700     05  QSL-OUT-END-DATE        PIC 9(08).
000702     05  QSL-OUT-QUOTE-DATE      PIC 9(08).
000704     05  QSL-OUT-BOOK-DATE       PIC 9(08).
000710     05  FILLER                  PIC X(02).
000711*
000712*    BATCH CONTROL VIEWS OF THE SAME RECORD. THE CONVERTED BATCH
000713*    CARRIES ITS OWN '*H*' HEADER AND '*T*' COUNT/HASH TRAILER,
000717     05  QLH-REC-ID              PIC X(03).
000718     05  QLH-SOURCE              PIC X(08).
000719     05  QLH-BUS-DATE            PIC 9(08).
000720     05  FILLER                  PIC X(41).
000721 01  QSL-LOAN-TRL-REC.
000722     05  QLT-REC-ID              PIC X(03).
000723     05  QLT-REC-COUNT           PIC 9(07).
000724     05  QLT-HASH-TOTAL          PIC 9(11)V99.
000725     05  FILLER                  PIC X(37).
000726*
000730 FD  QSL-REJECTS-FILE
000740     RECORD CONTAINS 80 CHARACTERS.
000787*    WAITING ITEMS ARE REWRITTEN TO THE NEW FILE, AND THE NEW
000788*    FILE IS CUT OVER BY IDCAMS RENAME (SEE QUOTESEL.JCL).
000789 FD  QSL-PENDIN-FILE
000790     RECORD CONTAINS 80 CHARACTERS.
000791 01  QSL-PENDIN-REC.
000792     05  QPI-QUOTE-ID            PIC X(14).
000793     05  QPI-LOAN-ID             PIC X(10).
000794     05  QPI-PRINCIPAL           PIC 9(07)V99.
000795     05  QPI-RATE                PIC 9(02)V99.
000796     05  QPI-TERM                PIC 9(01)V99.
000797     05  QPI-INTEREST            PIC 9(07)V99.
000798     05  QPI-OFFICER             PIC X(08).
000799     05  QPI-EXPIRY-DATE         PIC 9(08).
000800     05  FILLER                  PIC X(15).
000801*
000802 FD  QSL-PENDOUT-FILE
000803     RECORD CONTAINS 80 CHARACTERS.
000804 01  QSL-PENDOUT-REC             PIC X(80).
000805*
000780 WORKING-STORAGE SECTION.
000790 77  QSL-WS-QUOTE-STATUS         PIC X(02) VALUE '00'.
001830     MOVE SQT-TERM       TO QSL-OUT-TERM.
001840     MOVE ZERO           TO QSL-OUT-ORIG-DATE.
001850     MOVE ZERO           TO QSL-OUT-END-DATE.
001852     MOVE SQT-QUOTE-ID (1:8) TO QSL-OUT-QUOTE-DATE.
001854     MOVE RUNSTAMP-DATE  TO QSL-OUT-BOOK-DATE.
001860     WRITE QSL-LOAN-REC.
001870     ADD 1 TO QSL-WS-SELECT-COUNT.
001872     ADD SQT-PRINCIPAL TO QSL-WS-PRIN-HASH.
002096     MOVE QPI-TERM       TO QSL-OUT-TERM.
002097     MOVE ZERO           TO QSL-OUT-ORIG-DATE.
002098     MOVE ZERO           TO QSL-OUT-END-DATE.
002098     MOVE QPI-QUOTE-ID (1:8) TO QSL-OUT-QUOTE-DATE.
002098     MOVE RUNSTAMP-DATE  TO QSL-OUT-BOOK-DATE.
002099     WRITE QSL-LOAN-REC.
002100     ADD 1 TO QSL-WS-SELECT-COUNT.
002101     ADD 1 TO QSL-WS-RELEASE-COUNT.
