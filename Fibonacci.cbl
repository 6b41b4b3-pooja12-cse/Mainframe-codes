000282*                    DUPLICATE OR SKIP TERMS - SO A MISMATCH IS
000283*                    REFUSED WITH A CLEAR FINDING AND THE
000284*                    RST-STATUS 'R' JOBSTAT RECORD.
000284*   10/15/2026 RK    THE SERIES IS NOW CARRIED IN MULTI-WORD
000284*                    ARITHMETIC. A, B, C AND TOTAL ARE EACH 32
000284*                    EIGHT-DIGIT WORDS (256 DIGITS) ADDED WORD
000284*                    BY WORD WITH A CARRY, SO TERMS RUN WELL
000284*                    PAST 100 DIGITS. ALONGSIDE THE VALUE LIMIT
000284*                    THE RUN CAN NOW BE LIMITED BY TERM COUNT
000284*                    (PARM TERMS) OR BY DIGITS IN A TERM (PARM
000284*                    DIGITS, AT MOST 250) - THE SERIES STOPS AT
000284*                    WHICHEVER IS REACHED FIRST. EACH TERM AND
000284*                    SUM GOES TO FIB-SERIES-FILE AS NUMBERED
000284*                    PART LINES OF UP TO 44 DIGITS, AND THE
000284*                    CHECKPOINT CARRIES THE FULL A/B/TOTAL SO A
000284*                    RESTART RESUMES EXACTLY. THE RESTART PROOF
000284*                    ALSO REFUSES A SERIES FILE WHOSE LAST TERM
000284*                    WAS ONLY PARTLY WRITTEN.
000230*---------------------------------------------------------------
000240 ENVIRONMENT DIVISION.
000250 CONFIGURATION SECTION.
000340 DATA DIVISION.
000350 FILE SECTION.
000360 FD  FIB-CHKPT-FILE
000370     RECORD CONTAINS 30 TO 774 CHARACTERS.
000380     COPY CHKPOINT REPLACING ==CHKPOINT-RECORD== BY
000381         ==FIB-CHKPT-REC==.
000381*    THE MULTI-WORD A/B/TOTAL DO NOT FIT THE SHARED 29-BYTE STATE
000381*    AREA, SO THE SERIES STATE IS A LONGER SECOND RECORD OF THE
000381*    SAME FILE. THE DONE SWITCH STAYS IN COLUMN 1 WHERE THE SHARED
000381*    LAYOUT KEEPS IT.
000382 01  FIB-CHKPT-STATE.
000383     05  FIB-CKP-DONE-SW         PIC X(01).
000384     05  FIB-CKP-TERM-COUNT      PIC 9(05).
000385     05  FIB-CKP-A               PIC X(256).
000386     05  FIB-CKP-B               PIC X(256).
000387     05  FIB-CKP-TOTAL           PIC X(256).
000445*
000446 FD  FIB-SERIES-FILE
000447     RECORD CONTAINS 80 CHARACTERS.
000464         BY ==FIB-JOBSTAT-REC==.
000465*
000460 WORKING-STORAGE SECTION.
000470 01  LMT                         PIC 9(3) VALUE 0.
000470*
000470*    THE SERIES IN MULTI-WORD ARITHMETIC. EACH NUMBER IS 32 WORDS
000470*    OF EIGHT DIGITS, MOST SIGNIFICANT WORD FIRST, SO EACH GROUP
000470*    READS AS THE NUMBER ITSELF WITH LEADING ZEROS. SET TO 0 AND 1
000470*    IN 1000-INITIALIZE.
000480 01  A.
000480     05  A-WORD                  PIC 9(08) OCCURS 32 TIMES.
000490 01  B.
000490     05  B-WORD                  PIC 9(08) OCCURS 32 TIMES.
000500 01  C.
000500     05  C-WORD                  PIC 9(08) OCCURS 32 TIMES.
000510 01  TOTAL.
000510     05  TOTAL-WORD              PIC 9(08) OCCURS 32 TIMES.
000510 01  FIB-WS-NEW-TOTAL.
000510     05  FIB-NT-WORD             PIC 9(08) OCCURS 32 TIMES.
000510 77  FIB-WS-WORDS                PIC 9(02) COMP VALUE 32.
000510 77  FIB-WS-DIGIT-WIDTH          PIC 9(03) COMP VALUE 256.
000510 77  FIB-WS-WORD-SUB             PIC S9(04) COMP VALUE ZERO.
000510 77  FIB-WS-WORD-SUM             PIC 9(09) COMP VALUE ZERO.
000510 77  FIB-WS-CARRY                PIC 9(01) COMP VALUE ZERO.
000510*
000510*    RUN LIMITS - ANY OF THE THREE MAY BE GIVEN; THE SERIES STOPS
000510*    AT THE FIRST ONE REACHED. THE DIGIT LIMIT IS HELD TO
000510*    FIB-WS-DIGIT-CAP SO THE RUNNING SUM, WHICH CAN RUN ONE DIGIT
000510*    LONGER THAN THE LAST TERM, STILL FITS ITS 256 DIGITS.
000510 77  FIB-WS-VALUE-LIMIT-SW       PIC X(01) VALUE 'N'.
000510     88  FIB-WS-VALUE-LIMIT      VALUE 'Y'.
000510 77  FIB-WS-MAX-TERMS            PIC 9(05) VALUE ZERO.
000510 77  FIB-WS-MAX-DIGITS           PIC 9(03) VALUE ZERO.
000510 77  FIB-WS-DIGIT-CAP            PIC 9(03) VALUE 250.
000510 77  FIB-WS-LIMIT-HIT-SW         PIC X(01) VALUE 'N'.
000510     88  FIB-WS-LIMIT-HIT        VALUE 'Y'.
000510*
000510*    A TERM OR SUM BEING MEASURED OR PRINTED - SEE
000510*    2016-MEASURE-NUMBER.
000510 01  FIB-WS-OUT-NUMBER           PIC X(256).
000510 01  FIB-WS-OUT-TAG              PIC X(07).
000510 77  FIB-WS-LEAD-ZEROS           PIC 9(03) COMP VALUE ZERO.
000510 77  FIB-WS-NUM-START            PIC 9(03) COMP VALUE ZERO.
000510 77  FIB-WS-NUM-DIGITS           PIC 9(03) COMP VALUE ZERO.
000510 77  FIB-WS-PART-COUNT           PIC 9(02) COMP VALUE ZERO.
000510 77  FIB-WS-PART-NO              PIC 9(02) COMP VALUE ZERO.
000510 77  FIB-WS-SEG-START            PIC 9(03) COMP VALUE ZERO.
000510 77  FIB-WS-SEG-LEN              PIC 9(03) COMP VALUE ZERO.
000520*
000530 77  FIB-WS-CKPT-STATUS          PIC X(02) VALUE '00'.
000540 77  FIB-WS-TERM-COUNT           PIC 9(05) COMP VALUE ZERO.
000550 77  FIB-WS-CKPT-INTVL           PIC 9(03) COMP VALUE 10.
000560 77  FIB-WS-CKPT-QUOT            PIC 9(05) COMP VALUE ZERO.
000570 77  FIB-WS-CKPT-REM             PIC 9(03) COMP VALUE ZERO.
000574 77  FIB-WS-PARM-STATUS          PIC X(02) VALUE '00'.
000575 77  FIB-WS-PARM-EOF-SW          PIC X(01) VALUE 'N'.
000582 77  FIB-WS-JOBSTAT-STATUS       PIC X(02) VALUE '00'.
000582 77  FIB-WS-RUN-STATUS           PIC X(01) VALUE 'S'.
000582 01  FIB-WS-SECLOG-LMT           PIC ZZ9.
000582 01  FIB-WS-SECLOG-TERMS         PIC Z(4)9.
000582 01  FIB-WS-SECLOG-DIGITS        PIC ZZ9.
000594 77  FIB-WS-CTL-STATUS           PIC X(02) VALUE '00'.
000595 77  FIB-WS-MAX-LIMIT            PIC 9(03) VALUE 999.
000596*
000597*    SET WHEN THE A+B ADDITION, THE RUNNING TOTAL, OR THE TERM
000598*    COUNT WOULD OVERFLOW ITS WORDS. THE SERIES STOPS AT THE LAST
000599*    GOOD TERM INSTEAD OF SILENTLY WRAPPING A FIELD.
000600 77  FIB-WS-OVERFLOW-SW          PIC X(01) VALUE 'N'.
000601     88  FIB-WS-OVERFLOW         VALUE 'Y'.
000609     88  FIB-WS-MISMATCH         VALUE 'Y'.
000610 77  FIB-WS-TAIL-FOUND-SW        PIC X(01) VALUE 'N'.
000611     88  FIB-WS-TAIL-FOUND       VALUE 'Y'.
000612 01  FIB-WS-TAIL-X               PIC X(05).
000613 01  FIB-WS-TAIL-TERM            PIC 9(05) VALUE ZERO.
000613 77  FIB-WS-TAIL-WHOLE-SW        PIC X(01) VALUE 'N'.
000613     88  FIB-WS-TAIL-WHOLE       VALUE 'Y'.
000602     COPY RPTPAGE.
000595*
000595*    ONE PART OF A TERM ("TERM: ") OR OF THE RUNNING SUM
000595*    ("SUM: "). A NUMBER LONGER THAN ONE SEGMENT CONTINUES ON THE
000595*    NEXT LINES, EACH CARRYING THE TERM NUMBER AND ITS PART OF
000595*    THE TOTAL (PART 2/3 AND SO ON), MOST SIGNIFICANT DIGITS
000595*    FIRST.
000596 01  FIB-WS-SERIES-LINE.
000597     05  FSL-LABEL1              PIC X(07) VALUE
000598         "TERM: ".
000599     05  FSL-TERM-COUNT          PIC Z(4)9.
000601     05  FSL-LABEL2              PIC X(06) VALUE
000602         " PART ".
000603     05  FSL-PART-NO             PIC Z9.
000603     05  FSL-SLASH               PIC X(01) VALUE "/".
000603     05  FSL-PART-OF             PIC Z9.
000605     05  FSL-LABEL3              PIC X(08) VALUE
000606         " DIGITS ".
000607     05  FSL-DIGITS              PIC ZZ9.
000608     05  FILLER                  PIC X(02).
000608     05  FSL-SEGMENT             PIC X(44).
000609*
000001*
000002*    RERUN PROTECTION - SEE 0800-CHECK-RERUN. A DOUBLE-SUBMITTED
000658         PERFORM 9000-WRITE-JOBSTAT THRU 9000-EXIT
000659     ELSE
000670         PERFORM 2000-GENERATE-SERIES THRU 2000-EXIT
000680             UNTIL FIB-WS-LIMIT-HIT OR FIB-WS-OVERFLOW
000690         PERFORM 3000-TERMINATE THRU 3000-EXIT
000700     END-IF.
000710     STOP RUN.
000730*===============================================================
000740 1000-INITIALIZE.
000750*===============================================================
000720     MOVE ZEROS TO A B C TOTAL.
000720     MOVE 1 TO B-WORD (FIB-WS-WORDS).
000721     PERFORM 0800-CHECK-RERUN THRU 0800-EXIT.
000722     IF FIB-WS-DUP-STOP
000723         GO TO 1000-EXIT
000825         MOVE 'Y' TO FIB-WS-BAD-LIMIT-SW
000826         GO TO 1000-EXIT
000827     END-IF.
000827     IF FIB-WS-MAX-DIGITS > FIB-WS-DIGIT-CAP
000827         DISPLAY "DIGIT LIMIT EXCEEDS MAXIMUM OF "
000827             FIB-WS-DIGIT-CAP
000827         MOVE 'Y' TO FIB-WS-BAD-LIMIT-SW
000827         GO TO 1000-EXIT
000827     END-IF.
000830     DISPLAY "FIBONACCI SERIES:".
000835     PERFORM 1095-WRITE-SECLOG THRU 1095-EXIT.
000840     PERFORM 1100-CHECK-RESTART THRU 1100-EXIT.
000902 1010-GET-RUN-PARMS.
000903*===============================================================
000904*    UNATTENDED RUNS (STEP060 OF THE NIGHTLY STREAM) SUPPLY THE
000905*    LIMIT ON FIB-PARM-FILE - LIMIT (HIGHEST TERM VALUE), TERMS
000905*    (TERM COUNT) OR DIGITS (DIGITS IN A TERM), ONE OR MORE. A
000905*    MISSING PARM FILE MEANS AN AD-HOC TERMINAL RUN - FALL BACK
000906*    TO DISPLAY/ACCEPT OF THE VALUE LIMIT. A PARM FILE PRESENT
000907*    BUT CARRYING NONE OF THE THREE REJECTS THE RUN.
000908     OPEN INPUT FIB-PARM-FILE.
000909     IF FIB-WS-PARM-STATUS = '35'
000910         DISPLAY "ENTER LIMIT VALUE:"
000911         ACCEPT LMT
000911         MOVE 'Y' TO FIB-WS-VALUE-LIMIT-SW
000912         GO TO 1010-EXIT
000913     END-IF.
000914     READ FIB-PARM-FILE
000929*===============================================================
000930 1015-CHECK-PARM-REC.
000931*===============================================================
000932     EVALUATE CTL-PARM-CODE OF FIB-PARM-REC
000932         WHEN 'LIMIT   '
000933             MOVE CTL-PARM-VALUE OF FIB-PARM-REC TO LMT
000933             MOVE 'Y' TO FIB-WS-VALUE-LIMIT-SW
000934             MOVE 'Y' TO FIB-WS-LIMIT-SET-SW
000934         WHEN 'TERMS   '
000934             IF CTL-PARM-VALUE OF FIB-PARM-REC > ZERO
000934                 MOVE CTL-PARM-VALUE OF FIB-PARM-REC
000934                     TO FIB-WS-MAX-TERMS
000934                 MOVE 'Y' TO FIB-WS-LIMIT-SET-SW
000934             END-IF
000934         WHEN 'DIGITS  '
000934             IF CTL-PARM-VALUE OF FIB-PARM-REC > ZERO
000934                 IF CTL-PARM-VALUE OF FIB-PARM-REC > 999
000934                     MOVE 999 TO FIB-WS-MAX-DIGITS
000934                 ELSE
000934                     MOVE CTL-PARM-VALUE OF FIB-PARM-REC
000934                         TO FIB-WS-MAX-DIGITS
000934                 END-IF
000934                 MOVE 'Y' TO FIB-WS-LIMIT-SET-SW
000934             END-IF
000935     END-EVALUATE.
000936     READ FIB-PARM-FILE
000937         AT END
000938             MOVE 'Y' TO FIB-WS-PARM-EOF-SW
001090     IF FIB-CKP-DONE-SW = 'Y'
001100         GO TO 1100-EXIT
001110     END-IF.
001110     IF FIB-CKP-TERM-COUNT NOT NUMERIC
001110             OR FIB-CKP-A NOT NUMERIC
001110             OR FIB-CKP-B NOT NUMERIC
001110             OR FIB-CKP-TOTAL NOT NUMERIC
001110         DISPLAY "FIBONACCI: CHECKPOINT VALUES UNREADABLE - "
001110             "RESTART REFUSED, RESUBMIT A FRESH RUN"
001110         MOVE 'Y' TO FIB-WS-MISMATCH-SW
001110         GO TO 1100-EXIT
001110     END-IF.
001112     PERFORM 1110-VERIFY-SERIES-TAIL THRU 1110-EXIT.
001114     IF FIB-WS-MISMATCH
001116         GO TO 1100-EXIT
001197*    COUNT. A TAIL PAST THE CHECKPOINT MEANS THE CANCEL LANDED
001198*    BETWEEN THE SERIES WRITE AND THE CHECKPOINT WRITE AND A
001199*    RESUME WOULD DUPLICATE TERMS; A TAIL SHORT OF IT MEANS
001200*    OUTPUT WAS LOST AND A RESUME WOULD SKIP TERMS. THE LAST
001200*    LINE MUST ALSO BE THE FINAL PART OF THAT TERM'S SUM - A
001200*    TERM CUT OFF PART-WAY THROUGH ITS LINES IS NOT RESUMED.
001201     MOVE 'N' TO FIB-WS-SERIES-EOF-SW.
001202     MOVE 'N' TO FIB-WS-TAIL-FOUND-SW.
001202     MOVE 'N' TO FIB-WS-TAIL-WHOLE-SW.
001203     OPEN INPUT FIB-SERIES-FILE.
001204     IF FIB-WS-SERIES-STATUS NOT = '00'
001205         DISPLAY "FIBONACCI: CHECKPOINT PRESENT BUT SERIES "
001220         MOVE 'Y' TO FIB-WS-MISMATCH-SW
001221         GO TO 1110-EXIT
001222     END-IF.
001222     IF NOT FIB-WS-TAIL-WHOLE
001222         DISPLAY "FIBONACCI: LAST TERM ON SERIES FILE ONLY "
001222             "PARTLY WRITTEN - RESTART REFUSED, RESUBMIT A "
001222             "FRESH RUN"
001222         MOVE 'Y' TO FIB-WS-MISMATCH-SW
001222         GO TO 1110-EXIT
001222     END-IF.
001223     INSPECT FIB-WS-TAIL-X REPLACING LEADING ' ' BY '0'.
001224     MOVE FIB-WS-TAIL-X TO FIB-WS-TAIL-TERM.
001225     IF FIB-WS-TAIL-TERM NOT = FIB-CKP-TERM-COUNT
001237 1115-SCAN-SERIES-LINE.
001238*===============================================================
001239     IF FIB-SERIES-REC (1:6) = "TERM: "
001240         MOVE FIB-SERIES-REC (8:5) TO FIB-WS-TAIL-X
001241         MOVE 'Y' TO FIB-WS-TAIL-FOUND-SW
001241         MOVE 'N' TO FIB-WS-TAIL-WHOLE-SW
001242     END-IF.
001242     IF FIB-SERIES-REC (1:5) = "SUM: "
001242         IF FIB-SERIES-REC (19:2) = FIB-SERIES-REC (22:2)
001242             MOVE 'Y' TO FIB-WS-TAIL-WHOLE-SW
001242         ELSE
001242             MOVE 'N' TO FIB-WS-TAIL-WHOLE-SW
001242         END-IF
001242     END-IF.
001243     READ FIB-SERIES-FILE
001244         AT END
001215*===============================================================
001220 1200-DISPLAY-FIRST-TERMS.
001230*===============================================================
001240     MOVE A TO C.
001250     PERFORM 2040-ADD-TO-TOTAL THRU 2040-EXIT.
001260     ADD 1 TO FIB-WS-TERM-COUNT.
001262     PERFORM 2010-WRITE-SERIES-LINE THRU 2010-EXIT.
001265     MOVE B TO C.
001265     PERFORM 2020-CHECK-LIMITS THRU 2020-EXIT.
001270     IF NOT FIB-WS-LIMIT-HIT
001290         PERFORM 2040-ADD-TO-TOTAL THRU 2040-EXIT
001300         ADD 1 TO FIB-WS-TERM-COUNT
001302         PERFORM 2010-WRITE-SERIES-LINE THRU 2010-EXIT
001310     END-IF.
001320 1200-EXIT.
001350*===============================================================
001360 2000-GENERATE-SERIES.
001370*===============================================================
001375     PERFORM 2030-ADD-A-B THRU 2030-EXIT.
001376     IF FIB-WS-OVERFLOW
001378         GO TO 2000-EXIT
001379     END-IF.
001380     PERFORM 2020-CHECK-LIMITS THRU 2020-EXIT.
001390     IF FIB-WS-LIMIT-HIT
001390         GO TO 2000-EXIT
001390     END-IF.
001411     PERFORM 2040-ADD-TO-TOTAL THRU 2040-EXIT.
001412     IF FIB-WS-OVERFLOW
001414         GO TO 2000-EXIT
001415     END-IF.
001416     ADD 1 TO FIB-WS-TERM-COUNT
001417         ON SIZE ERROR
001418             PERFORM 2080-OVERFLOW THRU 2080-EXIT
001419             GO TO 2000-EXIT
001420     END-ADD.
001422     PERFORM 2010-WRITE-SERIES-LINE THRU 2010-EXIT.
001430     DIVIDE FIB-WS-TERM-COUNT BY FIB-WS-CKPT-INTVL
001440         GIVING FIB-WS-CKPT-QUOT
001450         REMAINDER FIB-WS-CKPT-REM.
001460     IF FIB-WS-CKPT-REM = ZERO
001470         PERFORM 2050-SAVE-CHECKPOINT THRU 2050-EXIT
001480     END-IF.
001500     MOVE B TO A.
001510     MOVE C TO B.
001520 2000-EXIT.
001530     EXIT.
001530*
001530*===============================================================
001530 2020-CHECK-LIMITS.
001530*===============================================================
001530*    DECIDES WHETHER THE CANDIDATE TERM IN C MAY BE WRITTEN AS THE
001530*    NEXT TERM. ONLY THE LIMITS GIVEN FOR THIS RUN APPLY.
001530     MOVE 'N' TO FIB-WS-LIMIT-HIT-SW.
001530     MOVE C TO FIB-WS-OUT-NUMBER.
001530     PERFORM 2016-MEASURE-NUMBER THRU 2016-EXIT.
001530     IF FIB-WS-VALUE-LIMIT
001530         IF FIB-WS-NUM-DIGITS > 3
001530                 OR C-WORD (FIB-WS-WORDS) > LMT
001530             MOVE 'Y' TO FIB-WS-LIMIT-HIT-SW
001530         END-IF
001530     END-IF.
001530     IF FIB-WS-MAX-TERMS > ZERO
001530             AND FIB-WS-TERM-COUNT NOT < FIB-WS-MAX-TERMS
001530         MOVE 'Y' TO FIB-WS-LIMIT-HIT-SW
001530     END-IF.
001530     IF FIB-WS-MAX-DIGITS > ZERO
001530             AND FIB-WS-NUM-DIGITS > FIB-WS-MAX-DIGITS
001530         MOVE 'Y' TO FIB-WS-LIMIT-HIT-SW
001530     END-IF.
001530 2020-EXIT.
001530     EXIT.
001530*
001530*===============================================================
001530 2030-ADD-A-B.
001530*===============================================================
001530*    C = A + B, ONE EIGHT-DIGIT WORD AT A TIME FROM THE LOW-ORDER
001530*    END, CARRYING INTO THE NEXT WORD UP. A CARRY OUT OF THE TOP
001530*    WORD IS THE OLD SIZE ERROR.
001530     MOVE ZERO TO FIB-WS-CARRY.
001530     PERFORM 2035-ADD-A-B-WORD THRU 2035-EXIT
001530         VARYING FIB-WS-WORD-SUB FROM FIB-WS-WORDS BY -1
001530         UNTIL FIB-WS-WORD-SUB < 1.
001530     IF FIB-WS-CARRY > ZERO
001530         PERFORM 2080-OVERFLOW THRU 2080-EXIT
001530     END-IF.
001530 2030-EXIT.
001530     EXIT.
001530*
001530*===============================================================
001530 2035-ADD-A-B-WORD.
001530*===============================================================
001530     COMPUTE FIB-WS-WORD-SUM = A-WORD (FIB-WS-WORD-SUB)
001530         + B-WORD (FIB-WS-WORD-SUB) + FIB-WS-CARRY.
001530     IF FIB-WS-WORD-SUM > 99999999
001530         SUBTRACT 100000000 FROM FIB-WS-WORD-SUM
001530         MOVE 1 TO FIB-WS-CARRY
001530     ELSE
001530         MOVE ZERO TO FIB-WS-CARRY
001530     END-IF.
001530     MOVE FIB-WS-WORD-SUM TO C-WORD (FIB-WS-WORD-SUB).
001530 2035-EXIT.
001530     EXIT.
001530*
001530*===============================================================
001530 2040-ADD-TO-TOTAL.
001530*===============================================================
001530*    TOTAL = TOTAL + C THE SAME WAY, BUILT IN FIB-WS-NEW-TOTAL SO
001530*    AN OVERFLOW LEAVES TOTAL AT ITS LAST GOOD VALUE, AS THE OLD
001530*    ON SIZE ERROR DID.
001530     MOVE ZERO TO FIB-WS-CARRY.
001530     PERFORM 2045-ADD-TOTAL-WORD THRU 2045-EXIT
001530         VARYING FIB-WS-WORD-SUB FROM FIB-WS-WORDS BY -1
001530         UNTIL FIB-WS-WORD-SUB < 1.
001530     IF FIB-WS-CARRY > ZERO
001530         PERFORM 2080-OVERFLOW THRU 2080-EXIT
001530     ELSE
001530         MOVE FIB-WS-NEW-TOTAL TO TOTAL
001530     END-IF.
001530 2040-EXIT.
001530     EXIT.
001530*
001530*===============================================================
001530 2045-ADD-TOTAL-WORD.
001530*===============================================================
001530     COMPUTE FIB-WS-WORD-SUM = TOTAL-WORD (FIB-WS-WORD-SUB)
001530         + C-WORD (FIB-WS-WORD-SUB) + FIB-WS-CARRY.
001530     IF FIB-WS-WORD-SUM > 99999999
001530         SUBTRACT 100000000 FROM FIB-WS-WORD-SUM
001530         MOVE 1 TO FIB-WS-CARRY
001530     ELSE
001530         MOVE ZERO TO FIB-WS-CARRY
001530     END-IF.
001530     MOVE FIB-WS-WORD-SUM TO FIB-NT-WORD (FIB-WS-WORD-SUB).
001530 2045-EXIT.
001530     EXIT.
001531*
001532*===============================================================
001533 2080-OVERFLOW.
001534*===============================================================
001535*    A+B, TOTAL, OR THE TERM COUNT WOULD NO LONGER FIT ITS WORDS.
001536*    THE SERIES STOPS HERE WITH THE LAST GOOD TERM RATHER THAN
001537*    CONTINUING WITH A SILENTLY TRUNCATED VALUE.
001538     DISPLAY "FIBONACCI: ARITHMETIC OVERFLOW - SERIES STOPPED".
001543*===============================================================
001544 2010-WRITE-SERIES-LINE.
001545*===============================================================
001546*    THE TERM JUST ADDED (IN C) TO THE CONSOLE AND THE SERIES
001546*    FILE, FOLLOWED BY THE RUNNING SUM.
001546     MOVE C TO FIB-WS-OUT-NUMBER.
001546     PERFORM 2016-MEASURE-NUMBER THRU 2016-EXIT.
001546     DISPLAY FIB-WS-OUT-NUMBER (FIB-WS-NUM-START:
001546         FIB-WS-NUM-DIGITS).
001546     MOVE "TERM: " TO FIB-WS-OUT-TAG.
001546     PERFORM 2012-WRITE-NUMBER-PARTS THRU 2012-EXIT.
001546     MOVE TOTAL TO FIB-WS-OUT-NUMBER.
001546     PERFORM 2016-MEASURE-NUMBER THRU 2016-EXIT.
001546     MOVE "SUM: " TO FIB-WS-OUT-TAG.
001546     PERFORM 2012-WRITE-NUMBER-PARTS THRU 2012-EXIT.
001555 2010-EXIT.
001556     EXIT.
001556*
001556*===============================================================
001556 2012-WRITE-NUMBER-PARTS.
001556*===============================================================
001556     COMPUTE FIB-WS-PART-COUNT = (FIB-WS-NUM-DIGITS + 43) / 44.
001556     MOVE FIB-WS-NUM-START TO FIB-WS-SEG-START.
001556     PERFORM 2014-WRITE-ONE-PART THRU 2014-EXIT
001556         VARYING FIB-WS-PART-NO FROM 1 BY 1
001556         UNTIL FIB-WS-PART-NO > FIB-WS-PART-COUNT.
001556 2012-EXIT.
001556     EXIT.
001556*
001556*===============================================================
001556 2014-WRITE-ONE-PART.
001556*===============================================================
001556     IF RPT-LINE-CNT >= RPT-LINES-PER-PAGE
001556         PERFORM 2015-WRITE-HEADER THRU 2015-EXIT
001556     END-IF.
001556*    THE MOVE SPACES WIPES THE LABEL VALUE CLAUSES, SO THE
001556*    LABELS ARE RE-MOVED EVERY LINE - THE RESTART TAIL PROOF
001556*    KEYS ON THE "TERM: " AND "SUM: " PREFIXES AND THE PART NO/OF.
001556     MOVE SPACES             TO FIB-WS-SERIES-LINE.
001556     MOVE FIB-WS-OUT-TAG     TO FSL-LABEL1.
001556     MOVE " PART "           TO FSL-LABEL2.
001556     MOVE "/"                TO FSL-SLASH.
001556     MOVE " DIGITS "         TO FSL-LABEL3.
001556     MOVE FIB-WS-TERM-COUNT  TO FSL-TERM-COUNT.
001556     MOVE FIB-WS-PART-NO     TO FSL-PART-NO.
001556     MOVE FIB-WS-PART-COUNT  TO FSL-PART-OF.
001556     MOVE FIB-WS-NUM-DIGITS  TO FSL-DIGITS.
001556     COMPUTE FIB-WS-SEG-LEN =
001556         FIB-WS-DIGIT-WIDTH - FIB-WS-SEG-START + 1.
001556     IF FIB-WS-SEG-LEN > 44
001556         MOVE 44 TO FIB-WS-SEG-LEN
001556     END-IF.
001556     MOVE FIB-WS-OUT-NUMBER (FIB-WS-SEG-START:FIB-WS-SEG-LEN)
001556         TO FSL-SEGMENT.
001556     ADD FIB-WS-SEG-LEN TO FIB-WS-SEG-START.
001556     WRITE FIB-SERIES-REC FROM FIB-WS-SERIES-LINE.
001556     ADD 1 TO RPT-LINE-CNT.
001556 2014-EXIT.
001556     EXIT.
001556*
001556*===============================================================
001556 2016-MEASURE-NUMBER.
001556*===============================================================
001556*    FINDS WHERE THE SIGNIFICANT DIGITS OF FIB-WS-OUT-NUMBER
001556*    START AND HOW MANY THERE ARE. ZERO IS ONE DIGIT.
001556     MOVE ZERO TO FIB-WS-LEAD-ZEROS.
001556     INSPECT FIB-WS-OUT-NUMBER
001556         TALLYING FIB-WS-LEAD-ZEROS FOR LEADING '0'.
001556     IF FIB-WS-LEAD-ZEROS = FIB-WS-DIGIT-WIDTH
001556         SUBTRACT 1 FROM FIB-WS-LEAD-ZEROS
001556     END-IF.
001556     COMPUTE FIB-WS-NUM-START = FIB-WS-LEAD-ZEROS + 1.
001556     COMPUTE FIB-WS-NUM-DIGITS =
001556         FIB-WS-DIGIT-WIDTH - FIB-WS-LEAD-ZEROS.
001556 2016-EXIT.
001556     EXIT.
001557*===============================================================
001558 2015-WRITE-HEADER.
001559*===============================================================
001610     MOVE B                 TO FIB-CKP-B.
001620     MOVE TOTAL             TO FIB-CKP-TOTAL.
001630     MOVE FIB-WS-TERM-COUNT TO FIB-CKP-TERM-COUNT.
001640     WRITE FIB-CHKPT-STATE.
001650     CLOSE FIB-CHKPT-FILE.
001660 2050-EXIT.
001670     EXIT.
001690*===============================================================
001700 3000-TERMINATE.
001710*===============================================================
001720     MOVE TOTAL TO FIB-WS-OUT-NUMBER.
001720     PERFORM 2016-MEASURE-NUMBER THRU 2016-EXIT.
001720     DISPLAY "SUM OF FIBONACCI SERIES:"
001720         FIB-WS-OUT-NUMBER (FIB-WS-NUM-START:FIB-WS-NUM-DIGITS).
001722     MOVE "TOTAL TERMS GENERATED:" TO RPT-FTR-LABEL.
001723     MOVE FIB-WS-TERM-COUNT         TO RPT-FTR-COUNT.
001724     WRITE FIB-SERIES-REC FROM RPT-PAGE-FTR-LINE.
001860     MOVE B                 TO FIB-CKP-B.
001870     MOVE TOTAL             TO FIB-CKP-TOTAL.
001880     MOVE FIB-WS-TERM-COUNT TO FIB-CKP-TERM-COUNT.
001890     WRITE FIB-CHKPT-STATE.
001900     CLOSE FIB-CHKPT-FILE.
001910 3100-EXIT.
001920     EXIT.
002030     MOVE "FIBONACC"      TO AUD-PROGRAM-ID.
002040     ACCEPT AUD-RUN-DATE  FROM DATE YYYYMMDD.
002050     ACCEPT AUD-RUN-TIME  FROM TIME.
002060     MOVE LMT               TO FIB-WS-SECLOG-LMT.
002060     MOVE FIB-WS-MAX-TERMS  TO FIB-WS-SECLOG-TERMS.
002060     MOVE FIB-WS-MAX-DIGITS TO FIB-WS-SECLOG-DIGITS.
002070     STRING "SERIES LIMIT " FIB-WS-SECLOG-LMT
002070            " TERMS " FIB-WS-SECLOG-TERMS
002070            " DIGITS " FIB-WS-SECLOG-DIGITS
002070         DELIMITED BY SIZE INTO AUD-KEY-INPUT.
002090     WRITE FIB-SECLOG-REC.
002100     CLOSE FIB-SECLOG-FILE.
002110 1095-EXIT.
