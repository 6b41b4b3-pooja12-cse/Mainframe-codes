000284*                    CONTROL PAIR, BECAUSE LOAN-PAYMENT READS
000285*                    PLAIN PAY-IN RECORDS WITH NO COUNT/HASH
000286*                    VERIFICATION.
000286*   10/15/2026 RK    REPAIRED IMAGE WIDENED TO 60 BYTES (THE
000286*                    CORRECTION RECORD TO 80) TO CARRY THE
000286*                    60-BYTE SIMPLE-INTEREST LOAN RECORD; THE
000286*                    LOCKBOX IMAGE IS NOW THE 40-BYTE PAY-IN
000286*                    RECORD AND THE SIMSTAGE PRINCIPAL HASH
000286*                    PICKS UP THE 9(07)V99 PRINCIPAL.
000286*   10/15/2026 RK    INTEG-SWEEP'S ISWREJCT ORPHANS NOW ENTER THE
000286*                    SAME WORKFLOW. AN ORPHAN IS REPAIRED ON THE
000286*                    MASTER ITSELF, SO A RESUBMIT OF ONE HAS
000286*                    NOTHING TO STAGE - IT ONLY CLOSES THE ENTRY.
000287*---------------------------------------------------------------
000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000622     SELECT RRS-LBX-REJ-FILE   ASSIGN TO LBXREJCT
000624         ORGANIZATION IS LINE SEQUENTIAL
000626         FILE STATUS IS RRS-WS-LBX-STATUS.
000626     SELECT RRS-ISW-REJ-FILE   ASSIGN TO ISWREJCT
000626         ORGANIZATION IS LINE SEQUENTIAL
000626         FILE STATUS IS RRS-WS-ISW-STATUS.
000628     SELECT RRS-LBX-STG-FILE   ASSIGN TO LBXSTAGE
000629         ORGANIZATION IS LINE SEQUENTIAL.
000630     SELECT RRS-RPT-FILE       ASSIGN TO REJCRRPT
000700*    VERBATIM (TRUNCATED TO THE TARGET RECORD LENGTH) INTO THE
000710*    OWNING PROGRAM'S STAGING INPUT.
000720 FD  RRS-CORR-FILE
000730     RECORD CONTAINS 80 CHARACTERS.
000740 01  RRS-CORR-REC.
000750     05  RCO-PROGRAM-ID          PIC X(08).
000760     05  RCO-KEY-ID              PIC X(10).
000770     05  RCO-ACTION              PIC X(01).
000780         88  RCO-RESUBMIT        VALUE 'R'.
000790         88  RCO-WRITE-OFF       VALUE 'W'.
000800     05  RCO-FIXED-IMAGE         PIC X(60).
000810     05  FILLER                  PIC X(01).
000820*
000830 FD  RRS-DISP-IN-FILE
001230 01  RRS-GRADE-STG-REC           PIC X(30).
001240*
001250 FD  RRS-SIMP-STG-FILE
001260     RECORD CONTAINS 60 CHARACTERS.
001270 01  RRS-SIMP-STG-REC            PIC X(60).
001280*
001290 FD  RRS-CPI-STG-FILE
001300     RECORD CONTAINS 30 CHARACTERS.
001355         BY ==RRS-LBX-REJ-REC==.
001356*
001357*    LOCKBOX RESTAGE - THE REPAIRED IMAGE IS THE TRANSLATED
001358*    40-BYTE PAY-IN RECORD, CONCATENATED INTO LOAN-PAYMENT'S
001359*    NEXT INPUT. NO '*H*'/'*T*' PAIR: LOAN-PAYMENT READS PLAIN
001360*    PAY-IN RECORDS AND A CONTROL RECORD WOULD BE TAKEN FOR A
001361*    PAYMENT.
001362 FD  RRS-LBX-STG-FILE
001363     RECORD CONTAINS 40 CHARACTERS.
001364 01  RRS-LBX-STG-REC             PIC X(40).
001364*
001364*    INTEG-SWEEP'S CROSS-FILE ORPHANS - NO STAGING FILE.
001364 FD  RRS-ISW-REJ-FILE
001364     RECORD CONTAINS 80 CHARACTERS.
001364     COPY REJCOMM REPLACING ==REJCOMM-RECORD==
001364         BY ==RRS-ISW-REJ-REC==.
001365*
001370 FD  RRS-RPT-FILE
001380     RECORD CONTAINS 80 CHARACTERS.
001460 77  RRS-WS-CPI-STATUS           PIC X(02) VALUE '00'.
001470 77  RRS-WS-LGN-STATUS           PIC X(02) VALUE '00'.
001472 77  RRS-WS-LBX-STATUS           PIC X(02) VALUE '00'.
001472 77  RRS-WS-ISW-STATUS           PIC X(02) VALUE '00'.
001480 77  RRS-WS-EOF-SW               PIC X(01) VALUE 'N'.
001490     88  RRS-WS-EOF              VALUE 'Y'.
001500 77  RRS-WS-FOUND-SW             PIC X(01).
001770         10  RRS-CO-PROGRAM-ID   PIC X(08).
001780         10  RRS-CO-KEY-ID       PIC X(10).
001790         10  RRS-CO-ACTION       PIC X(01).
001800         10  RRS-CO-FIXED-IMAGE  PIC X(60).
001801*
001802*    BATCH CONTROL FOR THE STAGING OUTPUTS - EACH STAGED FILE
001803*    CARRIES ITS OWN '*H*'/'*T*' PAIR IN THE OWNING FEEDER'S
001826     05  RSH-REC-ID              PIC X(03).
001827     05  RSH-SOURCE              PIC X(08).
001828     05  RSH-BUS-DATE            PIC 9(08).
001829     05  FILLER                  PIC X(41).
001830 01  RRS-WS-SIMP-TRL.
001831     05  RST-REC-ID              PIC X(03).
001832     05  RST-REC-COUNT           PIC 9(07).
001833     05  RST-HASH-TOTAL          PIC 9(11)V99.
001834     05  FILLER                  PIC X(37).
001835 01  RRS-WS-CPI-HDR.
001836     05  RCH-REC-ID              PIC X(03).
001837     05  RCH-SOURCE              PIC X(08).
001862     05  FILLER                  PIC X(28).
001863 01  RRS-WS-SIMP-VIEW.
001864     05  FILLER                  PIC X(10).
001865     05  RSV-PRINCIPAL-X         PIC X(09).
001866     05  RSV-PRINCIPAL REDEFINES RSV-PRINCIPAL-X
001867                                 PIC 9(07)V99.
001868     05  FILLER                  PIC X(41).
001869 01  RRS-WS-CPI-VIEW.
001870     05  FILLER                  PIC X(10).
001871     05  RCV-PRINCIPAL-X         PIC X(09).
002790 1210-LOAD-ONE-CORR.
002800*===============================================================
002810*    A CORRECTION MUST NAME A KNOWN PROGRAM, A VALID ACTION,
002820*    AND (FOR A RESUBMIT) A NON-BLANK REPAIRED IMAGE - EXCEPT AN
002820*    INTEG-SWEEP ORPHAN, WHICH HAS NO IMAGE TO STAGE. ANYTHING
002830*    ELSE IS REPORTED AND DROPPED.
002840     IF (RCO-PROGRAM-ID = 'GRADECLC' OR 'SIMPINT '
002850             OR 'HELLO   ' OR 'LARGEST ' OR 'LOCKBOX '
002850             OR 'INTGSWP ')
002860             AND (RCO-RESUBMIT OR RCO-WRITE-OFF)
002870             AND (RCO-WRITE-OFF
002880                 OR RCO-FIXED-IMAGE NOT = SPACES
002880                 OR RCO-PROGRAM-ID = 'INTGSWP ')
002890         ADD 1 TO RRS-WS-CORR-COUNT
002900         SET RRS-CO-IDX TO RRS-WS-CORR-COUNT
002910         MOVE RCO-PROGRAM-ID TO RRS-CO-PROGRAM-ID (RRS-CO-IDX)
003100*===============================================================
003110 2000-ABSORB-REJECTS.
003120*===============================================================
003130*    EVERY REJECT ON TONIGHT'S SIX REJCOMM FILES ENTERS THE
003140*    DISPOSITION TABLE AS OPEN UNLESS ALREADY KNOWN.
003150     MOVE 'N' TO RRS-WS-EOF-SW.
003160     OPEN INPUT RRS-GRADE-REJ-FILE.
003752         UNTIL RRS-WS-EOF.
003753     IF RRS-WS-LBX-STATUS = '00'
003754         CLOSE RRS-LBX-REJ-FILE
003754     END-IF.
003754     MOVE 'N' TO RRS-WS-EOF-SW.
003754     OPEN INPUT RRS-ISW-REJ-FILE.
003754     IF RRS-WS-ISW-STATUS NOT = '00'
003754         MOVE 'Y' TO RRS-WS-EOF-SW
003754     ELSE
003754         READ RRS-ISW-REJ-FILE
003754             AT END
003754                 MOVE 'Y' TO RRS-WS-EOF-SW
003754         END-READ
003754     END-IF.
003754     PERFORM 2460-ABSORB-ISW THRU 2460-EXIT
003754         UNTIL RRS-WS-EOF.
003754     IF RRS-WS-ISW-STATUS = '00'
003754         CLOSE RRS-ISW-REJ-FILE
003755     END-IF.
003756 2000-EXIT.
003760     EXIT.
004373     END-READ.
004374 2450-EXIT.
004375     EXIT.
004375*
004375*===============================================================
004375 2460-ABSORB-ISW.
004375*===============================================================
004375     MOVE REJ-PROGRAM-ID OF RRS-ISW-REJ-REC
004375         TO RRS-WS-WORK-PROGRAM.
004375     MOVE REJ-KEY-ID OF RRS-ISW-REJ-REC
004375         TO RRS-WS-WORK-KEY.
004375     PERFORM 2500-UPSERT-DISP THRU 2500-EXIT.
004375     READ RRS-ISW-REJ-FILE
004375         AT END
004375             MOVE 'Y' TO RRS-WS-EOF-SW
004375     END-READ.
004375 2460-EXIT.
004375     EXIT.
004376*
004380*===============================================================
004390 2500-UPSERT-DISP.
005518             MOVE RRS-CO-FIXED-IMAGE (RRS-CO-IDX)
005519                 TO RRS-LBX-STG-REC
005520             WRITE RRS-LBX-STG-REC
005520         WHEN 'INTGSWP '
005520             CONTINUE
005521         WHEN 'LARGEST '
005530             MOVE RRS-CO-FIXED-IMAGE (RRS-CO-IDX)
005540                 TO RRS-LGN-STG-REC
