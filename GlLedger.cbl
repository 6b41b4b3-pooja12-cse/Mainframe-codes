000220*                    GLLPARM RUNS THE MONTH-END CLOSE - THE
000230*                    PERIOD FIGURES ROLL INTO THE OPENING
000240*                    BALANCES AND RESET FOR THE NEW PERIOD.
000245*   10/15/2026 RK    GL LINE AMOUNT WIDENED TO 9(07)V99 FROM THE
000246*                    LINE'S FILLER, MATCHING THE WIDER LOAN AND
000247*                    PAYMENT AMOUNTS THE FEEDING PROGRAMS POST.
000248*   10/15/2026 RK    THE CLOSE NOW RECORDS THE PERIOD IT CLOSED
000248*                    ON GLCLOSED (CLOSED-THRU AND FIRST OPEN
000248*                    DATE) SO SIMPLE-INTEREST AND LOAN-PAYMENT
000248*                    CAN KEEP BACK-DATED ADJUSTMENTS AND
000248*                    REVERSALS OUT OF IT. THE CLOSED MONTH IS THE
000248*                    ONE BEFORE THE RUN DATE UNLESS THE CLOSEYR/
000248*                    CLOSEMO PARMS NAME ANOTHER.
000250*---------------------------------------------------------------
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000420         FILE STATUS IS GLD-WS-PARM-STATUS.
000430     SELECT GLD-TRIAL-FILE   ASSIGN TO GLTRIAL
000440         ORGANIZATION IS LINE SEQUENTIAL.
000441     SELECT GLD-CLOSED-FILE  ASSIGN TO GLCLOSED
000442         ORGANIZATION IS LINE SEQUENTIAL
000443         FILE STATUS IS GLD-WS-CLOSED-STATUS.
000450*
000460 DATA DIVISION.
000470 FILE SECTION.
000580     05  GLP-DRCR-IND            PIC X(02).
000590         88  GLP-DEBIT           VALUE 'DR'.
000600         88  GLP-CREDIT          VALUE 'CR'.
000610     05  GLP-AMOUNT              PIC 9(07)V99.
000620     05  GLP-POST-DATE           PIC 9(08).
000630     05  FILLER                  PIC X(10).
000640*
000650*    PERIOD LEDGER - ONE KEYED RECORD PER GL ACCOUNT. THE
000660*    OPENING PAIR CARRIES EVERYTHING FROM CLOSED PERIODS; THE
000840     RECORD CONTAINS 80 CHARACTERS.
000850 01  GLD-TRIAL-REC               PIC X(80).
000860*
000861*    CLOSED-PERIOD CONTROL - ONE RECORD, REWRITTEN AT EACH CLOSE
000862*    AND READ BY THE POSTING PROGRAMS.
000863 FD  GLD-CLOSED-FILE
000864     RECORD CONTAINS 40 CHARACTERS.
000865     COPY GLCLOSED REPLACING ==GLCLOSED-RECORD==
000866         BY ==GLD-CLOSED-REC==.
000867*
000870 WORKING-STORAGE SECTION.
000880 77  GLD-WS-EOF-SW               PIC X(01) VALUE 'N'.
000890     88  GLD-WS-EOF              VALUE 'Y'.
000900 77  GLD-WS-POST-STATUS          PIC X(02) VALUE '00'.
000910 77  GLD-WS-LEDGER-STATUS        PIC X(02) VALUE '00'.
000920 77  GLD-WS-PARM-STATUS          PIC X(02) VALUE '00'.
000921 77  GLD-WS-CLOSED-STATUS        PIC X(02) VALUE '00'.
000930 77  GLD-WS-CLOSE-SW             PIC X(01) VALUE 'N'.
000940     88  GLD-WS-CLOSE-MODE       VALUE 'Y'.
000950 77  GLD-WS-LEDGER-FOUND-SW      PIC X(01).
001000 01  GLD-WS-TOT-PTD-CR           PIC 9(11)V99 VALUE ZERO.
001010 01  GLD-WS-CLOSE-DR             PIC 9(11)V99 VALUE ZERO.
001020 01  GLD-WS-CLOSE-CR             PIC 9(11)V99 VALUE ZERO.
001021 77  GLD-WS-PRIOR-THRU           PIC 9(08) VALUE ZERO.
001021 77  GLD-WS-PRIOR-OPEN           PIC 9(08) VALUE ZERO.
001022 77  GLD-WS-MONTH-DAYS           PIC 9(02) COMP VALUE ZERO.
001023 77  GLD-WS-LEAP-QUOT            PIC 9(04) COMP VALUE ZERO.
001024 77  GLD-WS-LEAP-REM             PIC 9(03) COMP VALUE ZERO.
001025 01  GLD-WS-TODAY-YMD.
001026     05  GLD-TD-YEAR             PIC 9(04).
001027     05  GLD-TD-MONTH            PIC 9(02).
001028     05  GLD-TD-DAY              PIC 9(02).
001029 01  GLD-WS-THRU-DATE.
001029     05  GLD-THRU-YEAR           PIC 9(04).
001029     05  GLD-THRU-MONTH          PIC 9(02).
001029     05  GLD-THRU-DAY            PIC 9(02).
001029 01  GLD-WS-THRU-DATE-N REDEFINES GLD-WS-THRU-DATE
001029                                 PIC 9(08).
001029 01  GLD-WS-OPEN-DATE.
001029     05  GLD-OPEN-YEAR           PIC 9(04).
001029     05  GLD-OPEN-MONTH          PIC 9(02).
001029     05  GLD-OPEN-DAY            PIC 9(02).
001029 01  GLD-WS-OPEN-DATE-N REDEFINES GLD-WS-OPEN-DATE
001029                                 PIC 9(08).
001029 01  GLD-WS-DAYS-IN-MONTH.
001029     05  FILLER                  PIC X(24) VALUE
001029         "312831303130313130313031".
001029 01  GLD-WS-DIM-TBL REDEFINES GLD-WS-DAYS-IN-MONTH.
001029     05  GLD-DIM-DAYS OCCURS 12 TIMES
001029                                 PIC 9(02).
001030     COPY RUNSTAMP.
001040*
001050 01  GLD-WS-TRIAL-HDR.
001270     05  FILLER                  PIC X(31) VALUE SPACES.
001280*
001290 01  GLD-WS-PROOF-LINE           PIC X(80).
001291*
001292 01  GLD-WS-CLOSED-LINE.
001293     05  FILLER                  PIC X(20) VALUE
001294         "PERIOD CLOSED THRU ".
001295     05  GCL-CLOSED-THRU         PIC 9(08).
001296     05  FILLER                  PIC X(19) VALUE
001297         " - FIRST OPEN DATE ".
001298     05  GCL-OPEN-FROM           PIC 9(08).
001299     05  FILLER                  PIC X(25) VALUE SPACES.
001300*
001310 PROCEDURE DIVISION.
001320*===============================================================
001480     MOVE RUNSTAMP-DATE TO RUNSTAMP-HDR-DATE.
001490     MOVE RUNSTAMP-TIME TO RUNSTAMP-HDR-TIME.
001500     WRITE GLD-TRIAL-REC FROM RUNSTAMP-HEADER-LINE.
001501*    A CLOSE NORMALLY RUNS EARLY IN THE MONTH FOR THE MONTH JUST
001502*    ENDED; CLOSEYR/CLOSEMO ON GLLPARM OVERRIDE THAT.
001503     MOVE RUNSTAMP-DATE TO GLD-WS-TODAY-YMD.
001504     MOVE 1 TO GLD-THRU-DAY.
001505     IF GLD-TD-MONTH = 1
001506         COMPUTE GLD-THRU-YEAR = GLD-TD-YEAR - 1
001507         MOVE 12 TO GLD-THRU-MONTH
001508     ELSE
001509         MOVE GLD-TD-YEAR TO GLD-THRU-YEAR
001509         COMPUTE GLD-THRU-MONTH = GLD-TD-MONTH - 1
001509     END-IF.
001510     PERFORM 1100-CHECK-CLOSE-PARM THRU 1100-EXIT.
001520     OPEN I-O GLD-LEDGER-FILE.
001530     IF GLD-WS-LEDGER-STATUS NOT = '00'
001880*===============================================================
001890 1110-SCAN-PARM-REC.
001900*===============================================================
001910     EVALUATE CTL-PARM-CODE OF GLD-PARM-REC
001911         WHEN 'CLOSE   '
001920             IF CTL-PARM-VALUE OF GLD-PARM-REC > ZERO
001930                 MOVE 'Y' TO GLD-WS-CLOSE-SW
001931             END-IF
001932         WHEN 'CLOSEYR '
001933             IF CTL-PARM-VALUE OF GLD-PARM-REC > ZERO
001934                 MOVE CTL-PARM-VALUE OF GLD-PARM-REC
001935                     TO GLD-THRU-YEAR
001936             END-IF
001937         WHEN 'CLOSEMO '
001938             IF CTL-PARM-VALUE OF GLD-PARM-REC > ZERO
001939                     AND CTL-PARM-VALUE OF GLD-PARM-REC < 13
001939                 MOVE CTL-PARM-VALUE OF GLD-PARM-REC
001939                     TO GLD-THRU-MONTH
001939             END-IF
001940     END-EVALUATE.
001950     READ GLD-PARM-FILE
001960         AT END
001970             MOVE 'Y' TO GLD-WS-EOF-SW
002710         MOVE 8 TO RETURN-CODE
002720     END-IF.
002730     WRITE GLD-TRIAL-REC FROM GLD-WS-PROOF-LINE.
002731     IF GLD-WS-CLOSE-MODE
002732         PERFORM 3500-RECORD-CLOSED-PERIOD THRU 3500-EXIT
002733     END-IF.
002740 3000-EXIT.
002750     EXIT.
002760*
003100 3100-EXIT.
003110     EXIT.
003120*
003121*===============================================================
003122 3500-RECORD-CLOSED-PERIOD.
003123*===============================================================
003124*    CLOSED-THRU IS THE LAST DAY OF THE CLOSED MONTH AND THE
003125*    FIRST OPEN DATE THE FIRST DAY OF THE MONTH AFTER IT. A
003126*    RERUN OR A CLOSE FOR AN EARLIER MONTH NEVER WINDS THE
003127*    RECORD BACK.
003128     MOVE GLD-DIM-DAYS (GLD-THRU-MONTH) TO GLD-WS-MONTH-DAYS.
003129     IF GLD-THRU-MONTH = 2
003130         DIVIDE GLD-THRU-YEAR BY 4 GIVING GLD-WS-LEAP-QUOT
003131             REMAINDER GLD-WS-LEAP-REM
003132         IF GLD-WS-LEAP-REM = ZERO
003133             MOVE 29 TO GLD-WS-MONTH-DAYS
003134             DIVIDE GLD-THRU-YEAR BY 100 GIVING GLD-WS-LEAP-QUOT
003135                 REMAINDER GLD-WS-LEAP-REM
003136             IF GLD-WS-LEAP-REM = ZERO
003137                 MOVE 28 TO GLD-WS-MONTH-DAYS
003138                 DIVIDE GLD-THRU-YEAR BY 400
003139                     GIVING GLD-WS-LEAP-QUOT
003140                     REMAINDER GLD-WS-LEAP-REM
003141                 IF GLD-WS-LEAP-REM = ZERO
003142                     MOVE 29 TO GLD-WS-MONTH-DAYS
003143                 END-IF
003144             END-IF
003145         END-IF
003146     END-IF.
003147     MOVE GLD-WS-MONTH-DAYS TO GLD-THRU-DAY.
003148     MOVE 1 TO GLD-OPEN-DAY.
003149     IF GLD-THRU-MONTH = 12
003150         COMPUTE GLD-OPEN-YEAR = GLD-THRU-YEAR + 1
003151         MOVE 1 TO GLD-OPEN-MONTH
003152     ELSE
003153         MOVE GLD-THRU-YEAR TO GLD-OPEN-YEAR
003154         COMPUTE GLD-OPEN-MONTH = GLD-THRU-MONTH + 1
003155     END-IF.
003156     MOVE ZERO TO GLD-WS-PRIOR-THRU.
003157     OPEN INPUT GLD-CLOSED-FILE.
003158     IF GLD-WS-CLOSED-STATUS = '00'
003159         READ GLD-CLOSED-FILE
003160             AT END
003161                 MOVE ZERO TO GLC-CLOSED-THRU
003162         END-READ
003163         IF GLC-CLOSED-THRU NUMERIC
003164             MOVE GLC-CLOSED-THRU TO GLD-WS-PRIOR-THRU
003164             MOVE GLC-OPEN-FROM   TO GLD-WS-PRIOR-OPEN
003165         END-IF
003166         CLOSE GLD-CLOSED-FILE
003167     END-IF.
003168     IF GLD-WS-THRU-DATE-N NOT > GLD-WS-PRIOR-THRU
003169         MOVE GLD-WS-PRIOR-THRU TO GCL-CLOSED-THRU
003170         MOVE GLD-WS-PRIOR-OPEN TO GCL-OPEN-FROM
003171         WRITE GLD-TRIAL-REC FROM GLD-WS-CLOSED-LINE
003172         DISPLAY "GL-LEDGER: CLOSED PERIOD NOT MOVED BACK - "
003173             "ALREADY CLOSED THRU " GLD-WS-PRIOR-THRU
003174         GO TO 3500-EXIT
003175     END-IF.
003176     OPEN OUTPUT GLD-CLOSED-FILE.
003177     MOVE SPACES              TO GLD-CLOSED-REC.
003178     MOVE GLD-WS-THRU-DATE-N  TO GLC-CLOSED-THRU.
003179     MOVE GLD-WS-OPEN-DATE-N  TO GLC-OPEN-FROM.
003180     MOVE RUNSTAMP-DATE       TO GLC-CLOSE-RUN-DATE.
003181     WRITE GLD-CLOSED-REC.
003182     CLOSE GLD-CLOSED-FILE.
003183     MOVE GLC-CLOSED-THRU TO GCL-CLOSED-THRU.
003184     MOVE GLC-OPEN-FROM   TO GCL-OPEN-FROM.
003185     WRITE GLD-TRIAL-REC FROM GLD-WS-CLOSED-LINE.
003186 3500-EXIT.
003187     EXIT.
003188*
003130*===============================================================
003140 4000-TERMINATE.
003150*===============================================================
003230     IF GLD-WS-CLOSE-MODE
003240         DISPLAY "GL-LEDGER: PERIOD CLOSED - PTD ROLLED INTO "
003250             "OPENING BALANCES"
003251         DISPLAY "GL-LEDGER: CLOSED THRU:      " GCL-CLOSED-THRU
003260     END-IF.
003270 4000-EXIT.
003280     EXIT.
