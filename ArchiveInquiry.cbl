000230*                    SUBMISSION, NOT A DATASET DUMP. ANY SOURCE
000240*                    DATASET MAY BE ABSENT WITHOUT STOPPING THE
000250*                    RUN.
000252*   10/15/2026 RK    LOAN HISTORY RECORDS (LIVE AND ARCHIVED) ARE
000254*                    NOW 60 BYTES WITH 9(07)V99 PRINCIPAL AND
000256*                    INTEREST; THE LOAN LINE PRINTS THE WIDER
000258*                    AMOUNTS.
000260*---------------------------------------------------------------
000270 ENVIRONMENT DIVISION.
000280 CONFIGURATION SECTION.
000810 01  ARQ-GRA-LIVE-REC            PIC X(80).
000820*
000830 FD  ARQ-SIM-ARC1-FILE
000840     RECORD CONTAINS 60 CHARACTERS.
000850 01  ARQ-SIM-ARC1-REC            PIC X(60).
000860*
000870 FD  ARQ-SIM-ARC2-FILE
000880     RECORD CONTAINS 60 CHARACTERS.
000890 01  ARQ-SIM-ARC2-REC            PIC X(60).
000900*
000910 FD  ARQ-SIM-LIVE-FILE
000920     RECORD CONTAINS 60 CHARACTERS.
000930 01  ARQ-SIM-LIVE-REC            PIC X(60).
000940*
000950 FD  ARQ-RPT-FILE
000960     RECORD CONTAINS 80 CHARACTERS.
001250     05  FILLER                  PIC X(14).
001260 01  ARQ-WS-SIM-VIEW REDEFINES ARQ-WS-WORK-REC.
001270     05  SHR-LOAN-ID             PIC X(10).
001280     05  SHR-PRINCIPAL           PIC 9(07)V99.
001290     05  SHR-RATE                PIC 9(02)V99.
001300     05  SHR-TERM                PIC 9(01)V99.
001310     05  SHR-INTEREST            PIC 9(07)V99.
001320     05  SHR-RUN-DATE            PIC 9(08).
001330     05  SHR-ADJUST-FLAG         PIC X(01).
001340     05  FILLER                  PIC X(42).
001350 01  ARQ-WS-REC-DATE             PIC 9(08).
001360 01  ARQ-WS-REC-DATE-Y REDEFINES ARQ-WS-REC-DATE.
001370     05  ARQ-RD-YEAR             PIC 9(04).
001740     05  FILLER                  PIC X(02) VALUE SPACES.
001750     05  ALL2-RUN-DATE           PIC 9(08).
001760     05  FILLER                  PIC X(07) VALUE "  INT $".
001770     05  ALL2-INTEREST           PIC Z,ZZZ,ZZ9.99.
001780     05  FILLER                  PIC X(07) VALUE "  PRIN ".
001790     05  ALL2-PRINCIPAL          PIC Z,ZZZ,ZZ9.99.
001800     05  FILLER                  PIC X(06) VALUE "  FLG ".
001810     05  ALL2-FLAG               PIC X(01).
001820     05  FILLER                  PIC X(05) VALUE SPACES.
001830*
001840 01  ARQ-WS-NONE-LINE.
001850     05  FILLER                  PIC X(34) VALUE
