000220*                    AND AN EFFECT REPORT SHOWS EACH
000230*                    TRANSACTION'S DISPOSITION. A SECLOG RECORD
000240*                    AT STARTUP SHOWS WHO RAN THE MAINTENANCE.
000240*   10/15/2026 RK    ADDED THE 'M' (MAILING ADDRESS) TRANSACTION.
000240*                    A STUDENT'S MAILING NAME AND ADDRESS ARE KEPT
000240*                    ON THE NEW KEYED ADDRESS FILE (GRASTUAD, SEE
000240*                    STUADDR.CPY) RATHER THAN WIDENING THE 40-BYTE
000240*                    STUDENT MASTER EVERY GRADE PROGRAM READS.
000240*                    THE TRANSACTION RECORD GROWS TO 120 BYTES TO
000240*                    CARRY THE ADDRESS; A/C/I TRANSACTIONS ARE
000240*                    UNCHANGED.
000240*                    AN 'M' ADDS OR REPLACES THE ADDRESS, AND ITS
000240*                    AUDIT RECORD CARRIES THE OLD AND NEW STREET
000240*                    AND ZIP.
000250*---------------------------------------------------------------
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000360         ACCESS MODE IS RANDOM
000370         RECORD KEY IS GRA-SM-STUDENT-ID
000380         FILE STATUS IS SMM-WS-MASTER-STATUS.
000380     SELECT GRA-STUADR-FILE  ASSIGN TO GRASTUAD
000380         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS RANDOM
000380         RECORD KEY IS SAD-STUDENT-ID
000380         FILE STATUS IS SMM-WS-ADDR-STATUS.
000390     SELECT SMM-AUDIT-FILE   ASSIGN TO GRASTUAU
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS SMM-WS-AUDIT-STATUS.
000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD  SMM-TXN-FILE
000510     RECORD CONTAINS 120 CHARACTERS.
000520 01  SMM-TXN-REC.
000530     05  SMM-TX-ACTION           PIC X(01).
000540         88  SMM-TX-ADD          VALUE 'A'.
000550         88  SMM-TX-CHANGE       VALUE 'C'.
000560         88  SMM-TX-INACT        VALUE 'I'.
000560         88  SMM-TX-MAIL         VALUE 'M'.
000570     05  SMM-TX-STUDENT-ID       PIC X(09).
000580     05  SMM-TX-NAME             PIC X(20).
000590     05  SMM-TX-PROGRAM          PIC X(08).
000600     05  FILLER                  PIC X(02).
000600*    MAILING NAME AND ADDRESS - 'M' TRANSACTIONS ONLY.
000600     05  SMM-TX-MAIL-FIRST       PIC X(15).
000600     05  SMM-TX-MAIL-LAST        PIC X(15).
000600     05  SMM-TX-STREET           PIC X(20).
000600     05  SMM-TX-CITY             PIC X(15).
000600     05  SMM-TX-STATE            PIC X(02).
000600     05  SMM-TX-ZIP              PIC X(05).
000600     05  SMM-TX-ZIP-N REDEFINES SMM-TX-ZIP
000600                                 PIC 9(05).
000600     05  FILLER                  PIC X(08).
000610*
000620*    THE KEYED STUDENT MASTER - SAME 40-BYTE LAYOUT THE OLD
000630*    SEQUENTIAL GRA-STUMF-FILE CARRIED, NOW KEYED BY STUDENT ID.
000700     05  GRA-SM-ENROLL-STATUS    PIC X(01).
000710     05  FILLER                  PIC X(02).
000720*
000720 FD  GRA-STUADR-FILE
000720     RECORD CONTAINS 100 CHARACTERS.
000720     COPY STUADDR REPLACING ==STUADDR-RECORD==
000720         BY ==GRA-STUADR-REC==.
000720*
000730*    BEFORE/AFTER AUDIT TRAIL - ONE RECORD PER APPLIED CHANGE.
000740 FD  SMM-AUDIT-FILE
000750     RECORD CONTAINS 80 CHARACTERS.
000760 01  SMM-AUDIT-REC.
000770     05  SMA-ACTION              PIC X(01).
000780     05  SMA-STUDENT-ID          PIC X(09).
000780     05  SMA-MASTER-IMAGE.
000790         10  SMA-OLD-NAME        PIC X(20).
000800         10  SMA-OLD-PROGRAM     PIC X(08).
000810         10  SMA-OLD-STATUS      PIC X(01).
000820         10  SMA-NEW-NAME        PIC X(20).
000830         10  SMA-NEW-PROGRAM     PIC X(08).
000840         10  SMA-NEW-STATUS      PIC X(01).
000840*    AN 'M' RECORD CARRIES THE ADDRESS BEFORE AND AFTER.
000840     05  SMA-ADDRESS-IMAGE REDEFINES SMA-MASTER-IMAGE.
000840         10  SMA-OLD-STREET      PIC X(20).
000840         10  SMA-OLD-ZIP         PIC X(05).
000840         10  SMA-NEW-STREET      PIC X(20).
000840         10  SMA-NEW-ZIP         PIC X(05).
000840         10  FILLER              PIC X(08).
000850     05  SMA-RUN-DATE            PIC 9(08).
000860     05  FILLER                  PIC X(04).
000870*
001000 77  SMM-WS-MASTER-STATUS        PIC X(02) VALUE '00'.
001010 77  SMM-WS-AUDIT-STATUS         PIC X(02) VALUE '00'.
001020 77  SMM-WS-SECLOG-STATUS        PIC X(02) VALUE '00'.
001020 77  SMM-WS-ADDR-STATUS          PIC X(02) VALUE '00'.
001020 77  SMM-WS-ADDR-EXISTS-SW       PIC X(01).
001020     88  SMM-WS-ADDR-EXISTS      VALUE 'Y'.
001030 77  SMM-WS-TXN-COUNT            PIC 9(05) COMP VALUE ZERO.
001040 77  SMM-WS-APPLIED-COUNT        PIC 9(05) COMP VALUE ZERO.
001050 77  SMM-WS-REJECT-COUNT         PIC 9(05) COMP VALUE ZERO.
001090 01  SMM-WS-OLD-NAME             PIC X(20).
001100 01  SMM-WS-OLD-PROGRAM          PIC X(08).
001110 01  SMM-WS-OLD-STATUS           PIC X(01).
001110 01  SMM-WS-OLD-STREET           PIC X(20).
001110 01  SMM-WS-OLD-ZIP              PIC X(05).
001120     COPY RUNSTAMP.
001130*
001140 01  SMM-WS-RPT-LINE.
001490     MOVE RUNSTAMP-TIME TO RUNSTAMP-HDR-TIME.
001500     WRITE SMM-RPT-REC FROM RUNSTAMP-HEADER-LINE.
001510     PERFORM 1100-OPEN-MASTER THRU 1100-EXIT.
001510     PERFORM 1150-OPEN-ADDRESS THRU 1150-EXIT.
001520     PERFORM 1200-OPEN-AUDIT THRU 1200-EXIT.
001530     PERFORM 1300-WRITE-SECLOG THRU 1300-EXIT.
001540     READ SMM-TXN-FILE
001720 1100-EXIT.
001730     EXIT.
001740*
001740*===============================================================
001740 1150-OPEN-ADDRESS.
001740*===============================================================
001740*    A MISSING ADDRESS FILE IS CREATED EMPTY, THE SAME AS THE
001740*    MASTER ABOVE.
001740     OPEN I-O GRA-STUADR-FILE.
001740     IF SMM-WS-ADDR-STATUS NOT = '00'
001740         OPEN OUTPUT GRA-STUADR-FILE
001740         CLOSE GRA-STUADR-FILE
001740         OPEN I-O GRA-STUADR-FILE
001740     END-IF.
001740 1150-EXIT.
001740     EXIT.
001740*
001750*===============================================================
001760 1200-OPEN-AUDIT.
001770*===============================================================
002180             PERFORM 2300-APPLY-CHANGE THRU 2300-EXIT
002190         WHEN SMM-TX-INACT
002200             PERFORM 2400-APPLY-INACT THRU 2400-EXIT
002200         WHEN SMM-TX-MAIL
002200             PERFORM 2450-APPLY-ADDRESS THRU 2450-EXIT
002210         WHEN OTHER
002220             MOVE "ACTION NOT A/C/I/M" TO SMM-WS-REJ-REASON
002230             PERFORM 2700-WRITE-REJECT THRU 2700-EXIT
002240     END-EVALUATE.
002250 2000-READ-NEXT.
003130 2400-EXIT.
003140     EXIT.
003150*
003150*===============================================================
003150 2450-APPLY-ADDRESS.
003150*===============================================================
003150*    ADDS OR REPLACES THE STUDENT'S MAILING ADDRESS. EVERY FIELD
003150*    BUT THE FIRST NAME IS REQUIRED - A PARTIAL ADDRESS WOULD
003150*    ONLY COME BACK AS RETURNED MAIL.
003150     IF NOT SMM-WS-EXISTS
003150         MOVE "STUDENT NOT ON MASTER" TO SMM-WS-REJ-REASON
003150         PERFORM 2700-WRITE-REJECT THRU 2700-EXIT
003150         GO TO 2450-EXIT
003150     END-IF.
003150     IF SMM-TX-MAIL-LAST = SPACES
003150         MOVE "MAILING LAST NAME MISSING" TO SMM-WS-REJ-REASON
003150         PERFORM 2700-WRITE-REJECT THRU 2700-EXIT
003150         GO TO 2450-EXIT
003150     END-IF.
003150     IF SMM-TX-STREET = SPACES OR SMM-TX-CITY = SPACES
003150             OR SMM-TX-STATE = SPACES
003150         MOVE "STREET, CITY OR STATE MISSING" TO SMM-WS-REJ-REASON
003150         PERFORM 2700-WRITE-REJECT THRU 2700-EXIT
003150         GO TO 2450-EXIT
003150     END-IF.
003150     IF SMM-TX-ZIP-N NOT NUMERIC
003150         MOVE "ZIP NOT NUMERIC" TO SMM-WS-REJ-REASON
003150         PERFORM 2700-WRITE-REJECT THRU 2700-EXIT
003150         GO TO 2450-EXIT
003150     END-IF.
003150     MOVE 'N'    TO SMM-WS-ADDR-EXISTS-SW.
003150     MOVE SPACES TO SMM-WS-OLD-STREET.
003150     MOVE SPACES TO SMM-WS-OLD-ZIP.
003150     MOVE SMM-TX-STUDENT-ID TO SAD-STUDENT-ID.
003150     READ GRA-STUADR-FILE
003150         INVALID KEY
003150             CONTINUE
003150         NOT INVALID KEY
003150             MOVE 'Y'        TO SMM-WS-ADDR-EXISTS-SW
003150             MOVE SAD-STREET TO SMM-WS-OLD-STREET
003150             MOVE SAD-ZIP    TO SMM-WS-OLD-ZIP
003150     END-READ.
003150     MOVE SPACES            TO GRA-STUADR-REC.
003150     MOVE SMM-TX-STUDENT-ID TO SAD-STUDENT-ID.
003150     MOVE SMM-TX-MAIL-FIRST TO SAD-FIRST.
003150     MOVE SMM-TX-MAIL-LAST  TO SAD-LAST.
003150     MOVE SMM-TX-STREET     TO SAD-STREET.
003150     MOVE SMM-TX-CITY       TO SAD-CITY.
003150     MOVE SMM-TX-STATE      TO SAD-STATE.
003150     MOVE SMM-TX-ZIP        TO SAD-ZIP.
003150     MOVE RUNSTAMP-DATE     TO SAD-CHANGE-DATE.
003150     IF SMM-WS-ADDR-EXISTS
003150         REWRITE GRA-STUADR-REC
003150     ELSE
003150         WRITE GRA-STUADR-REC
003150     END-IF.
003150     PERFORM 2550-WRITE-ADDR-AUDIT THRU 2550-EXIT.
003150     PERFORM 2600-WRITE-APPLIED THRU 2600-EXIT.
003150 2450-EXIT.
003150     EXIT.
003150*
003160*===============================================================
003170 2500-WRITE-AUDIT.
003180*===============================================================
003300 2500-EXIT.
003310     EXIT.
003320*
003320*===============================================================
003320 2550-WRITE-ADDR-AUDIT.
003320*===============================================================
003320     MOVE SPACES             TO SMM-AUDIT-REC.
003320     MOVE SMM-TX-ACTION      TO SMA-ACTION.
003320     MOVE SMM-TX-STUDENT-ID  TO SMA-STUDENT-ID.
003320     MOVE SMM-WS-OLD-STREET  TO SMA-OLD-STREET.
003320     MOVE SMM-WS-OLD-ZIP     TO SMA-OLD-ZIP.
003320     MOVE SAD-STREET         TO SMA-NEW-STREET.
003320     MOVE SAD-ZIP            TO SMA-NEW-ZIP.
003320     MOVE RUNSTAMP-DATE      TO SMA-RUN-DATE.
003320     WRITE SMM-AUDIT-REC.
003320 2550-EXIT.
003320     EXIT.
003320*
003330*===============================================================
003340 2600-WRITE-APPLIED.
003350*===============================================================
003620*===============================================================
003630     CLOSE SMM-TXN-FILE.
003640     CLOSE GRA-STUKMF-FILE.
003640     CLOSE GRA-STUADR-FILE.
003650     CLOSE SMM-AUDIT-FILE.
003660     MOVE "TRANSACTIONS READ:          " TO SMF-LABEL.
003670     MOVE SMM-WS-TXN-COUNT TO SMF-COUNT.
