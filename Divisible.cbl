000263*                    AND A RESUME WOULD DUPLICATE IT, SO THE
000264*                    MISMATCH IS REFUSED WITH A CLEAR FINDING
000265*                    AND THE RST-STATUS 'R' JOBSTAT RECORD.
000266*   10/15/2026 RK    ADDED AN ORDER-FILE MODE. A PRESENT
000266*                    DVL-ORDER-FILE OF CUSTOMER ORDER LINES
000266*                    (ORDER, ITEM, QUANTITY, RULE SET - BLANK
000266*                    MEANS EVERY SET) IS CHECKED AGAINST THE
000266*                    CASE RULE SETS INSTEAD OF SCANNING A RANGE.
000266*                    EACH LINE REPORTS WHICH SETS PACK IT, OR THE
000266*                    NEAREST PACKABLE QUANTITY BELOW AND ABOVE,
000266*                    AND DVL-ADJQ-FILE (DVLADJQ LAYOUT) CARRIES
000266*                    THE ADJUSTED QUANTITY BACK TO ORDER ENTRY.
000266*                    ORDER RUNS ARE SUBMITTED BY ORDPACK.JCL
000266*                    OUTSIDE THE NIGHTLY STREAM, SO THEY SKIP
000266*                    THE RERUN CHECK, CHECKPOINT AND NITESTAT.
000266*                    ALSO FIXED THE RULE-SET LOAD - A SECOND OR
000266*                    LATER DIVISOR FOR A SET ALREADY IN THE TABLE
000266*                    WENT TO THE ENTRY PAST IT, BECAUSE THE SCAN
000266*                    LOOP STEPPED THE INDEX ON AFTER THE MATCH.
000197*---------------------------------------------------------------
000200 ENVIRONMENT DIVISION.
000210 CONFIGURATION SECTION.
000297     SELECT DVL-JOBSTAT-FILE ASSIGN TO NITESTAT
000298         ORGANIZATION IS LINE SEQUENTIAL
000299         FILE STATUS IS DVL-WS-JOBSTAT-STATUS.
000299     SELECT DVL-ORDER-FILE   ASSIGN TO DVLORDER
000299         ORGANIZATION IS LINE SEQUENTIAL
000299         FILE STATUS IS DVL-WS-ORDER-STATUS.
000299     SELECT DVL-ADJQ-FILE    ASSIGN TO DVLADJQ
000299         ORGANIZATION IS LINE SEQUENTIAL
000299         FILE STATUS IS DVL-WS-ADJQ-STATUS.
000290*
000300 DATA DIVISION.
000310 FILE SECTION.
000378     RECORD CONTAINS 80 CHARACTERS.
000379     COPY RUNSTAT REPLACING ==RUNSTAT-RECORD==
000381         BY ==DVL-JOBSTAT-REC==.
000381*
000381 FD  DVL-ORDER-FILE
000381     RECORD CONTAINS 40 CHARACTERS.
000381 01  DVL-ORDER-REC.
000381     05  DOR-ORDER-NO            PIC X(10).
000381     05  DOR-ITEM                PIC X(12).
000381     05  DOR-QTY                 PIC 9(05).
000381     05  DOR-SET-NAME            PIC X(08).
000381     05  FILLER                  PIC X(05).
000381*
000381 FD  DVL-ADJQ-FILE
000381     RECORD CONTAINS 50 CHARACTERS.
000381     COPY DVLADJQ REPLACING ==DVLADJQ-RECORD==
000381         BY ==DVL-ADJQ-REC==.
000360 WORKING-STORAGE SECTION.
000370 COPY DVLDIVSR.
000382 COPY NUMUTIL.
000010     88  DVL-WS-RERUN-EOF        VALUE 'Y'.
000011 77  DVL-WS-FORCE-RERUN-SW       PIC X(01) VALUE 'N'.
000012     88  DVL-WS-FORCE-RERUN      VALUE 'Y'.
000012*
000012*    ORDER-FILE MODE - SEE 4000-CHECK-ONE-ORDER. DVL-WS-TEST-NUM
000012*    IS THE NUMBER 2100-CHECK-DIVISORS TESTS, LOADED FROM NUM
000012*    IN A RANGE SCAN AND FROM THE ORDER QUANTITY HERE.
000012 77  DVL-WS-ORDER-STATUS         PIC X(02) VALUE '00'.
000012 77  DVL-WS-ADJQ-STATUS          PIC X(02) VALUE '00'.
000012 77  DVL-WS-ORDER-SW             PIC X(01) VALUE 'N'.
000012     88  DVL-WS-ORDER-MODE       VALUE 'Y'.
000012 77  DVL-WS-ORDER-EOF-SW         PIC X(01) VALUE 'N'.
000012     88  DVL-WS-ORDER-EOF        VALUE 'Y'.
000012 77  DVL-WS-TEST-NUM             PIC 9(05) VALUE ZERO.
000012 77  DVL-WS-ORD-QTY              PIC 9(05) VALUE ZERO.
000012 77  DVL-WS-QTY-CEILING          PIC 9(05) VALUE 99999.
000012 77  DVL-WS-SETS-TRIED           PIC 9(02) COMP VALUE ZERO.
000012 77  DVL-WS-SET-BELOW            PIC 9(05) VALUE ZERO.
000012 77  DVL-WS-SET-ABOVE            PIC 9(05) VALUE ZERO.
000012 77  DVL-WS-BEST-BELOW           PIC 9(05) VALUE ZERO.
000012 77  DVL-WS-BEST-ABOVE           PIC 9(05) VALUE ZERO.
000012 01  DVL-WS-BEST-BELOW-SET       PIC X(08).
000012 01  DVL-WS-BEST-ABOVE-SET       PIC X(08).
000012 01  DVL-WS-PACK-SET             PIC X(08).
000012 77  DVL-WS-DIV-QUOT             PIC 9(12) COMP VALUE ZERO.
000012 77  DVL-WS-DIV-REM              PIC 9(12) COMP VALUE ZERO.
000012 77  DVL-WS-DIV-BELOW            PIC 9(12) COMP VALUE ZERO.
000012 77  DVL-WS-DIV-ABOVE            PIC 9(12) COMP VALUE ZERO.
000012 77  DVL-WS-LCM                  PIC 9(12) COMP VALUE ZERO.
000012 77  DVL-WS-GCD-A                PIC 9(12) COMP VALUE ZERO.
000012 77  DVL-WS-GCD-B                PIC 9(12) COMP VALUE ZERO.
000012 77  DVL-WS-ORD-LINES            PIC 9(05) COMP VALUE ZERO.
000012 77  DVL-WS-ORD-PACKED           PIC 9(05) COMP VALUE ZERO.
000012 77  DVL-WS-ORD-ADJUSTED         PIC 9(05) COMP VALUE ZERO.
000012 77  DVL-WS-ORD-REVIEW           PIC 9(05) COMP VALUE ZERO.
000012 01  DVL-WS-QTY-EDIT             PIC Z(4)9.
000012 01  DVL-WS-PRINT-LINE           PIC X(80).
000012 01  DVL-WS-ORDER-LINE.
000012     05  FILLER                  PIC X(07) VALUE
000012         "ORDER: ".
000012     05  DOL-ORDER-NO            PIC X(10).
000012     05  FILLER                  PIC X(07) VALUE
000012         " ITEM: ".
000012     05  DOL-ITEM                PIC X(12).
000012     05  FILLER                  PIC X(06) VALUE
000012         " QTY: ".
000012     05  DOL-QTY                 PIC Z(4)9.
000012     05  FILLER                  PIC X(33) VALUE SPACES.
000012 01  DVL-WS-PACK-LINE.
000012     05  FILLER                  PIC X(13) VALUE
000012         "    RULE SET ".
000012     05  DPL-SET                 PIC X(08).
000012     05  FILLER                  PIC X(01) VALUE SPACE.
000012     05  DPL-MODE                PIC X(03).
000012     05  FILLER                  PIC X(02) VALUE SPACES.
000012     05  DPL-RESULT              PIC X(16).
000012     05  DPL-BELOW               PIC X(05).
000012     05  DPL-ABOVE-LABEL         PIC X(08).
000012     05  DPL-ABOVE               PIC X(05).
000012     05  FILLER                  PIC X(19) VALUE SPACES.
000012 01  DVL-WS-RESULT-LINE.
000012     05  FILLER                  PIC X(12) VALUE
000012         "    RESULT: ".
000012     05  DRL-ACTION              PIC X(22).
000012     05  DRL-QTY                 PIC Z(4)9 BLANK WHEN ZERO.
000012     05  DRL-SET-LABEL           PIC X(06).
000012     05  DRL-SET                 PIC X(08).
000012     05  FILLER                  PIC X(27) VALUE SPACES.
000470 PROCEDURE DIVISION.
000480*===============================================================
000490 0000-MAINLINE.
000644         PERFORM 9000-WRITE-JOBSTAT THRU 9000-EXIT
000645         STOP RUN
000646     END-IF.
000646     IF DVL-WS-ORDER-MODE
000646         PERFORM 4000-CHECK-ONE-ORDER THRU 4000-EXIT
000646             UNTIL DVL-WS-ORDER-EOF
000646         PERFORM 4900-TERMINATE-ORDERS THRU 4900-EXIT
000646         STOP RUN
000646     END-IF.
000511     IF DVL-WS-BAD-LIMIT OR DVL-WS-MISMATCH
000512         MOVE 'R' TO DVL-WS-RUN-STATUS
000513         MOVE 16 TO RETURN-CODE
000560*===============================================================
000570 1000-INITIALIZE.
000580*===============================================================
000720     PERFORM 1030-OPEN-ORDER-FILE THRU 1030-EXIT.
000720     IF DVL-WS-ORDER-MODE
000720         PERFORM 1095-WRITE-SECLOG THRU 1095-EXIT
000720         PERFORM 1050-LOAD-DIVISORS THRU 1050-EXIT
000720         PERFORM 1150-OPEN-RPT-FILE THRU 1150-EXIT
000720         OPEN OUTPUT DVL-ADJQ-FILE
000720         MOVE "SHIPPING OPERATIONS " TO RPT-HDR-TITLE1
000720         MOVE "ORDER PACKING CHECK " TO RPT-HDR-TITLE2
000720         GO TO 1000-EXIT
000720     END-IF.
000721     PERFORM 0800-CHECK-RERUN THRU 0800-EXIT.
000722     IF DVL-WS-DUP-STOP
000723         GO TO 1000-EXIT
000992     MOVE 'N' TO DVL-WS-SET-FOUND-SW.
000993     PERFORM 1065-SCAN-RULESETS THRU 1065-EXIT
000994         VARYING DVL-RS-IDX FROM 1 BY 1
000995         UNTIL DVL-RS-IDX > DVL-RULESET-COUNT
000995             OR DVL-WS-SET-FOUND.
000996     IF DVL-WS-SET-FOUND
000996         SET DVL-RS-IDX DOWN BY 1
000997         IF DVL-RS-DIV-COUNT (DVL-RS-IDX) < 10
000998             ADD 1 TO DVL-RS-DIV-COUNT (DVL-RS-IDX)
000999             MOVE DVR-DIVISOR TO DVL-RS-DIVISOR
001044*===============================================================
001045     IF DVL-RS-NAME (DVL-RS-IDX) = DVR-SET-NAME
001046         MOVE 'Y' TO DVL-WS-SET-FOUND-SW
001048     END-IF.
001049 1065-EXIT.
001050     EXIT.
001212     ELSE
001213         MOVE 'N' TO DVL-WS-SET-MATCH-SW
001214     END-IF.
001214     MOVE NUM TO DVL-WS-TEST-NUM.
001215     PERFORM 2100-CHECK-DIVISORS THRU 2100-EXIT
001216         VARYING DVL-WS-DIV-SUB FROM 1 BY 1
001217         UNTIL DVL-WS-DIV-SUB > DVL-RS-DIV-COUNT (DVL-RS-IDX).
001229*    SUBPROGRAM RATHER THAN A PRIVATE DIVIDE STATEMENT. A
001230*    DECIDED SET FORCES THE SUBSCRIPT PAST THE LIST END SO THE
001231*    LOOP STOPS WITHOUT CHECKING THE REST.
001250     MOVE DVL-WS-TEST-NUM TO NUM-PARM-DIVIDEND.
001281     MOVE DVL-RS-DIVISOR (DVL-RS-IDX DVL-WS-DIV-SUB)
001282         TO NUM-PARM-DIVISOR.
001283     IF NUM-PARM-DIVISOR = ZERO
002220     ACCEPT AUD-RUN-TIME     FROM TIME.
002230     MOVE DVL-WS-FROM-NUM    TO DVL-WS-SECLOG-FROM.
002240     MOVE LMT                TO DVL-WS-SECLOG-TO.
002241     IF DVL-WS-ORDER-MODE
002242         MOVE "ORDER PACKING CHECK" TO AUD-KEY-INPUT
002243     ELSE
002250         STRING "RANGE FROM " DVL-WS-SECLOG-FROM
002251             DELIMITED BY SIZE
002260             " TO " DVL-WS-SECLOG-TO DELIMITED BY SIZE
002270             INTO AUD-KEY-INPUT
002271     END-IF.
002280     WRITE DVL-SECLOG-REC.
002290     CLOSE DVL-SECLOG-FILE.
002300 1095-EXIT.
002500     CLOSE DVL-JOBSTAT-FILE.
002510 9000-EXIT.
002520     EXIT.
002530*
002540*===============================================================
002550 1030-OPEN-ORDER-FILE.
002560*===============================================================
002570*    A PRESENT ORDER FILE PUTS THE RUN IN ORDER-FILE MODE - THE
002580*    CUSTOMER ORDER LINES ARE CHECKED AGAINST THE RULE SETS AND
002590*    NO RANGE IS SCANNED. THE NIGHTLY STEP HAS NO DVLORDER DD,
002600*    SO IT FALLS THROUGH TO THE RANGE MODES AS BEFORE. AN EMPTY
002610*    ORDER FILE IS STILL AN ORDER RUN, WITH ZERO LINES.
002620     OPEN INPUT DVL-ORDER-FILE.
002630     IF DVL-WS-ORDER-STATUS NOT = '00'
002640         GO TO 1030-EXIT
002650     END-IF.
002660     MOVE 'Y' TO DVL-WS-ORDER-SW.
002670     READ DVL-ORDER-FILE
002680         AT END
002690             MOVE 'Y' TO DVL-WS-ORDER-EOF-SW
002700     END-READ.
002710 1030-EXIT.
002720     EXIT.
002730*
002740*===============================================================
002750 4000-CHECK-ONE-ORDER.
002760*===============================================================
002770*    ONE CUSTOMER ORDER LINE - THE ORDER LINE ITSELF, ONE LINE
002780*    PER RULE SET TRIED, THEN THE RESULT LINE AND ONE DVLADJQ
002790*    RECORD. A LINE PACKED AS ORDERED BY ANY SET TRIED SHIPS
002800*    UNCHANGED. OTHERWISE IT IS RAISED TO THE SMALLEST PACKABLE
002810*    QUANTITY ABOVE IT ACROSS THE SETS TRIED (THE CUSTOMER IS
002820*    NEVER SHORT-SHIPPED WHILE A FULL-CASE QUANTITY EXISTS), AND
002830*    ONLY LOWERED TO THE LARGEST ONE BELOW WHEN NOTHING ABOVE
002840*    FITS THE FIVE-DIGIT QUANTITY FIELD.
002850     ADD 1 TO DVL-WS-ORD-LINES.
002860     MOVE ZERO   TO DVL-WS-SETS-TRIED.
002870     MOVE ZERO   TO DVL-WS-BEST-BELOW.
002880     MOVE ZERO   TO DVL-WS-BEST-ABOVE.
002890     MOVE SPACES TO DVL-WS-BEST-BELOW-SET.
002900     MOVE SPACES TO DVL-WS-BEST-ABOVE-SET.
002910     MOVE SPACES TO DVL-WS-PACK-SET.
002920     MOVE SPACES TO DVL-ADJQ-REC.
002930     MOVE DOR-ORDER-NO TO DOL-ORDER-NO.
002940     MOVE DOR-ORDER-NO TO DAQ-ORDER-NO.
002950     MOVE DOR-ITEM     TO DOL-ITEM.
002960     MOVE DOR-ITEM     TO DAQ-ITEM.
002970     MOVE DOR-SET-NAME TO DAQ-RULE-SET.
002980     MOVE SPACES TO DRL-SET-LABEL.
002990     MOVE SPACES TO DRL-SET.
003000     IF DOR-QTY NOT NUMERIC OR DOR-QTY = ZERO
003010         MOVE ZERO TO DVL-WS-ORD-QTY
003020     ELSE
003030         MOVE DOR-QTY TO DVL-WS-ORD-QTY
003040     END-IF.
003050     MOVE DVL-WS-ORD-QTY TO DOL-QTY.
003060     MOVE DVL-WS-ORD-QTY TO DAQ-ORDER-QTY.
003070     MOVE DVL-WS-ORD-QTY TO DAQ-ADJ-QTY.
003080     MOVE DVL-WS-ORDER-LINE TO DVL-WS-PRINT-LINE.
003090     PERFORM 4800-PUT-RPT-LINE THRU 4800-EXIT.
003100     IF DVL-WS-ORD-QTY = ZERO
003110         MOVE "QUANTITY NOT VALID" TO DRL-ACTION
003120         MOVE 'X' TO DAQ-ACTION
003130         GO TO 4000-WRITE
003140     END-IF.
003150     PERFORM 4100-CHECK-ORDER-SET THRU 4100-EXIT
003160         VARYING DVL-RS-IDX FROM 1 BY 1
003170         UNTIL DVL-RS-IDX > DVL-RULESET-COUNT.
003180     EVALUATE TRUE
003190         WHEN DVL-WS-SETS-TRIED = ZERO
003200             MOVE "RULE SET NOT ON FILE" TO DRL-ACTION
003210             MOVE 'X' TO DAQ-ACTION
003220         WHEN DVL-WS-PACK-SET NOT = SPACES
003230             MOVE "PACKS AS ORDERED" TO DRL-ACTION
003240             MOVE DVL-WS-PACK-SET TO DAQ-RULE-SET
003250             MOVE 'P' TO DAQ-ACTION
003260         WHEN DVL-WS-BEST-ABOVE > ZERO
003270             MOVE "RAISED TO" TO DRL-ACTION
003280             MOVE DVL-WS-BEST-ABOVE TO DAQ-ADJ-QTY
003290             MOVE DVL-WS-BEST-ABOVE-SET TO DAQ-RULE-SET
003300             MOVE 'U' TO DAQ-ACTION
003310         WHEN DVL-WS-BEST-BELOW > ZERO
003320             MOVE "LOWERED TO" TO DRL-ACTION
003330             MOVE DVL-WS-BEST-BELOW TO DAQ-ADJ-QTY
003340             MOVE DVL-WS-BEST-BELOW-SET TO DAQ-RULE-SET
003350             MOVE 'D' TO DAQ-ACTION
003360         WHEN OTHER
003370             MOVE "NO PACKABLE QUANTITY" TO DRL-ACTION
003380             MOVE 'X' TO DAQ-ACTION
003390     END-EVALUATE.
003400     IF NOT DAQ-REVIEW
003410         MOVE "  SET " TO DRL-SET-LABEL
003420         MOVE DAQ-RULE-SET TO DRL-SET
003430     END-IF.
003440 4000-WRITE.
003450     IF DAQ-RAISED OR DAQ-LOWERED
003460         MOVE DAQ-ADJ-QTY TO DRL-QTY
003470         ADD 1 TO DVL-WS-ORD-ADJUSTED
003480     ELSE
003490         MOVE ZERO TO DRL-QTY
003500     END-IF.
003510     IF DAQ-AS-ORDERED
003520         ADD 1 TO DVL-WS-ORD-PACKED
003530     END-IF.
003540     IF DAQ-REVIEW
003550         ADD 1 TO DVL-WS-ORD-REVIEW
003560     END-IF.
003570     MOVE DVL-WS-RESULT-LINE TO DVL-WS-PRINT-LINE.
003580     PERFORM 4800-PUT-RPT-LINE THRU 4800-EXIT.
003590     WRITE DVL-ADJQ-REC.
003600     READ DVL-ORDER-FILE
003610         AT END
003620             MOVE 'Y' TO DVL-WS-ORDER-EOF-SW
003630     END-READ.
003640 4000-EXIT.
003650     EXIT.
003660*
003670*===============================================================
003680 4100-CHECK-ORDER-SET.
003690*===============================================================
003700*    TRIES THE ORDER QUANTITY AGAINST ONE RULE SET - EVERY SET
003710*    WHEN THE ORDER LINE LEAVES THE SET NAME BLANK, OTHERWISE
003720*    ONLY THE NAMED ONE. THE PACKS TEST IS THE SAME ANY/ALL
003730*    DIVISOR LOOP THE RANGE SCAN USES.
003740     IF DOR-SET-NAME NOT = SPACES
003750             AND DOR-SET-NAME NOT = DVL-RS-NAME (DVL-RS-IDX)
003760         GO TO 4100-EXIT
003770     END-IF.
003780     ADD 1 TO DVL-WS-SETS-TRIED.
003790     MOVE DVL-RS-NAME (DVL-RS-IDX) TO DPL-SET.
003800     MOVE DVL-RS-MODE (DVL-RS-IDX) TO DPL-MODE.
003810     MOVE SPACES TO DPL-BELOW.
003820     MOVE SPACES TO DPL-ABOVE-LABEL.
003830     MOVE SPACES TO DPL-ABOVE.
003840     IF DVL-RS-ALL (DVL-RS-IDX)
003850         MOVE 'Y' TO DVL-WS-SET-MATCH-SW
003860     ELSE
003870         MOVE 'N' TO DVL-WS-SET-MATCH-SW
003880     END-IF.
003890     MOVE DVL-WS-ORD-QTY TO DVL-WS-TEST-NUM.
003900     PERFORM 2100-CHECK-DIVISORS THRU 2100-EXIT
003910         VARYING DVL-WS-DIV-SUB FROM 1 BY 1
003920         UNTIL DVL-WS-DIV-SUB > DVL-RS-DIV-COUNT (DVL-RS-IDX).
003930     IF DVL-WS-SET-MATCHED
003940         MOVE "PACKS AS ORDERED" TO DPL-RESULT
003950         IF DVL-WS-PACK-SET = SPACES
003960             MOVE DVL-RS-NAME (DVL-RS-IDX) TO DVL-WS-PACK-SET
003970         END-IF
003980         GO TO 4100-WRITE
003990     END-IF.
004000     IF DVL-RS-ANY (DVL-RS-IDX)
004010         PERFORM 4200-NEAREST-ANY THRU 4200-EXIT
004020     ELSE
004030         PERFORM 4300-NEAREST-ALL THRU 4300-EXIT
004040     END-IF.
004050     MOVE "NEAREST BELOW:" TO DPL-RESULT.
004060     MOVE "  ABOVE:" TO DPL-ABOVE-LABEL.
004070     IF DVL-WS-SET-BELOW = ZERO
004080         MOVE "NONE" TO DPL-BELOW
004090     ELSE
004100         MOVE DVL-WS-SET-BELOW TO DVL-WS-QTY-EDIT
004110         MOVE DVL-WS-QTY-EDIT TO DPL-BELOW
004120     END-IF.
004130     IF DVL-WS-SET-ABOVE = ZERO
004140         MOVE "NONE" TO DPL-ABOVE
004150     ELSE
004160         MOVE DVL-WS-SET-ABOVE TO DVL-WS-QTY-EDIT
004170         MOVE DVL-WS-QTY-EDIT TO DPL-ABOVE
004180     END-IF.
004190     IF DVL-WS-SET-ABOVE > ZERO
004200         IF DVL-WS-BEST-ABOVE = ZERO
004210                 OR DVL-WS-SET-ABOVE < DVL-WS-BEST-ABOVE
004220             MOVE DVL-WS-SET-ABOVE TO DVL-WS-BEST-ABOVE
004230             MOVE DVL-RS-NAME (DVL-RS-IDX)
004240                 TO DVL-WS-BEST-ABOVE-SET
004250         END-IF
004260     END-IF.
004270     IF DVL-WS-SET-BELOW > DVL-WS-BEST-BELOW
004280         MOVE DVL-WS-SET-BELOW TO DVL-WS-BEST-BELOW
004290         MOVE DVL-RS-NAME (DVL-RS-IDX) TO DVL-WS-BEST-BELOW-SET
004300     END-IF.
004310 4100-WRITE.
004320     MOVE DVL-WS-PACK-LINE TO DVL-WS-PRINT-LINE.
004330     PERFORM 4800-PUT-RPT-LINE THRU 4800-EXIT.
004340 4100-EXIT.
004350     EXIT.
004360*
004370*===============================================================
004380 4200-NEAREST-ANY.
004390*===============================================================
004400*    UNDER 'ANY' A QUANTITY PACKS WHEN ONE CASE SIZE DIVIDES IT,
004410*    SO THE NEAREST PACKABLE QUANTITY BELOW IS THE LARGEST WHOLE
004420*    MULTIPLE OF ANY DIVISOR UNDER THE ORDER, AND THE NEAREST
004430*    ABOVE THE SMALLEST ONE OVER IT. ZERO MEANS NONE.
004440     MOVE ZERO TO DVL-WS-SET-BELOW.
004450     MOVE ZERO TO DVL-WS-SET-ABOVE.
004460     PERFORM 4210-ANY-ONE-DIVISOR THRU 4210-EXIT
004470         VARYING DVL-WS-DIV-SUB FROM 1 BY 1
004480         UNTIL DVL-WS-DIV-SUB > DVL-RS-DIV-COUNT (DVL-RS-IDX).
004490 4200-EXIT.
004500     EXIT.
004510*
004520*===============================================================
004530 4210-ANY-ONE-DIVISOR.
004540*===============================================================
004550     IF DVL-RS-DIVISOR (DVL-RS-IDX DVL-WS-DIV-SUB) = ZERO
004560         GO TO 4210-EXIT
004570     END-IF.
004580     DIVIDE DVL-WS-ORD-QTY
004590         BY DVL-RS-DIVISOR (DVL-RS-IDX DVL-WS-DIV-SUB)
004600         GIVING DVL-WS-DIV-QUOT REMAINDER DVL-WS-DIV-REM.
004610     COMPUTE DVL-WS-DIV-BELOW = DVL-WS-DIV-QUOT
004620         * DVL-RS-DIVISOR (DVL-RS-IDX DVL-WS-DIV-SUB).
004630     COMPUTE DVL-WS-DIV-ABOVE = DVL-WS-DIV-BELOW
004640         + DVL-RS-DIVISOR (DVL-RS-IDX DVL-WS-DIV-SUB).
004650     IF DVL-WS-DIV-BELOW > DVL-WS-SET-BELOW
004660         MOVE DVL-WS-DIV-BELOW TO DVL-WS-SET-BELOW
004670     END-IF.
004680     IF DVL-WS-DIV-ABOVE > DVL-WS-QTY-CEILING
004690         GO TO 4210-EXIT
004700     END-IF.
004710     IF DVL-WS-SET-ABOVE = ZERO
004720             OR DVL-WS-DIV-ABOVE < DVL-WS-SET-ABOVE
004730         MOVE DVL-WS-DIV-ABOVE TO DVL-WS-SET-ABOVE
004740     END-IF.
004750 4210-EXIT.
004760     EXIT.
004770*
004780*===============================================================
004790 4300-NEAREST-ALL.
004800*===============================================================
004810*    UNDER 'ALL' A QUANTITY PACKS ONLY WHEN EVERY CASE SIZE
004820*    DIVIDES IT - THAT IS, WHEN IT IS A MULTIPLE OF THE SET'S
004830*    LEAST COMMON MULTIPLE. THE LCM IS BUILT ONE DIVISOR AT A
004840*    TIME AND STOPS AS SOON AS IT PASSES THE QUANTITY CEILING,
004850*    WHEN NO QUANTITY THE FIELD CAN HOLD PACKS UNDER THE SET.
004860     MOVE ZERO TO DVL-WS-SET-BELOW.
004870     MOVE ZERO TO DVL-WS-SET-ABOVE.
004880     MOVE 1 TO DVL-WS-LCM.
004890     PERFORM 4310-LCM-ONE-DIVISOR THRU 4310-EXIT
004900         VARYING DVL-WS-DIV-SUB FROM 1 BY 1
004910         UNTIL DVL-WS-DIV-SUB > DVL-RS-DIV-COUNT (DVL-RS-IDX)
004920             OR DVL-WS-LCM > DVL-WS-QTY-CEILING.
004930     IF DVL-WS-LCM > DVL-WS-QTY-CEILING
004940         GO TO 4300-EXIT
004950     END-IF.
004960     DIVIDE DVL-WS-ORD-QTY BY DVL-WS-LCM
004970         GIVING DVL-WS-DIV-QUOT REMAINDER DVL-WS-DIV-REM.
004980     COMPUTE DVL-WS-DIV-BELOW = DVL-WS-DIV-QUOT * DVL-WS-LCM.
004990     COMPUTE DVL-WS-DIV-ABOVE = DVL-WS-DIV-BELOW + DVL-WS-LCM.
005000     MOVE DVL-WS-DIV-BELOW TO DVL-WS-SET-BELOW.
005010     IF DVL-WS-DIV-ABOVE NOT > DVL-WS-QTY-CEILING
005020         MOVE DVL-WS-DIV-ABOVE TO DVL-WS-SET-ABOVE
005030     END-IF.
005040 4300-EXIT.
005050     EXIT.
005060*
005070*===============================================================
005080 4310-LCM-ONE-DIVISOR.
005090*===============================================================
005100*    LCM(L,D) = L / GCD(L,D) * D, WITH THE GCD FROM EUCLID'S
005110*    REPEATED REMAINDER IN 4320.
005120     IF DVL-RS-DIVISOR (DVL-RS-IDX DVL-WS-DIV-SUB) = ZERO
005130         GO TO 4310-EXIT
005140     END-IF.
005150     MOVE DVL-WS-LCM TO DVL-WS-GCD-A.
005160     MOVE DVL-RS-DIVISOR (DVL-RS-IDX DVL-WS-DIV-SUB)
005170         TO DVL-WS-GCD-B.
005180     PERFORM 4320-GCD-STEP THRU 4320-EXIT
005190         UNTIL DVL-WS-GCD-B = ZERO.
005200     COMPUTE DVL-WS-LCM = DVL-WS-LCM / DVL-WS-GCD-A
005210         * DVL-RS-DIVISOR (DVL-RS-IDX DVL-WS-DIV-SUB).
005220 4310-EXIT.
005230     EXIT.
005240*
005250*===============================================================
005260 4320-GCD-STEP.
005270*===============================================================
005280     DIVIDE DVL-WS-GCD-A BY DVL-WS-GCD-B
005290         GIVING DVL-WS-DIV-QUOT REMAINDER DVL-WS-DIV-REM.
005300     MOVE DVL-WS-GCD-B TO DVL-WS-GCD-A.
005310     MOVE DVL-WS-DIV-REM TO DVL-WS-GCD-B.
005320 4320-EXIT.
005330     EXIT.
005340*
005350*===============================================================
005360 4800-PUT-RPT-LINE.
005370*===============================================================
005380     IF RPT-LINE-CNT >= RPT-LINES-PER-PAGE
005390         PERFORM 2250-WRITE-HEADER THRU 2250-EXIT
005400     END-IF.
005410     WRITE DVL-RPT-REC FROM DVL-WS-PRINT-LINE.
005420     ADD 1 TO RPT-LINE-CNT.
005430 4800-EXIT.
005440     EXIT.
005450*
005460*===============================================================
005470 4900-TERMINATE-ORDERS.
005480*===============================================================
005490*    ORDER RUNS LEAVE THE RANGE CHECKPOINT AND NITESTAT ALONE -
005500*    THEY ARE NOT STEP050 OF THE NIGHT. LINES HELD FOR REVIEW
005510*    END THE STEP WITH RETURN CODE 4 SO ORDER ENTRY LOOKS AT
005520*    THE REPORT BEFORE LOADING THE EXTRACT.
005530     IF RPT-PAGE-NO = ZERO
005540         PERFORM 2250-WRITE-HEADER THRU 2250-EXIT
005550     END-IF.
005560     MOVE "ORDER LINES READ:" TO RPT-FTR-LABEL.
005570     MOVE DVL-WS-ORD-LINES TO RPT-FTR-COUNT.
005580     WRITE DVL-RPT-REC FROM RPT-PAGE-FTR-LINE.
005590     MOVE "PACKED AS ORDERED:" TO RPT-FTR-LABEL.
005600     MOVE DVL-WS-ORD-PACKED TO RPT-FTR-COUNT.
005610     WRITE DVL-RPT-REC FROM RPT-PAGE-FTR-LINE.
005620     MOVE "QUANTITY ADJUSTED:" TO RPT-FTR-LABEL.
005630     MOVE DVL-WS-ORD-ADJUSTED TO RPT-FTR-COUNT.
005640     WRITE DVL-RPT-REC FROM RPT-PAGE-FTR-LINE.
005650     MOVE "HELD FOR REVIEW:" TO RPT-FTR-LABEL.
005660     MOVE DVL-WS-ORD-REVIEW TO RPT-FTR-COUNT.
005670     WRITE DVL-RPT-REC FROM RPT-PAGE-FTR-LINE.
005680     CLOSE DVL-ORDER-FILE.
005690     CLOSE DVL-RPT-FILE.
005700     CLOSE DVL-ADJQ-FILE.
005710     DISPLAY "DIVISIBLE: ORDER LINES CHECKED: " DVL-WS-ORD-LINES.
005720     IF DVL-WS-ORD-REVIEW > ZERO
005730         DISPLAY "DIVISIBLE: ORDER LINES HELD FOR REVIEW: "
005740             DVL-WS-ORD-REVIEW
005750         MOVE 4 TO RETURN-CODE
005760     END-IF.
005770 4900-EXIT.
005780     EXIT.
