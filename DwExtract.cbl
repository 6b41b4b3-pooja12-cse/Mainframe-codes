000210*                    STOP RE-KEYING PRINTOUTS INTO
000220*                    SPREADSHEETS. A MISSING SOURCE WRITES AN
000230*                    EMPTY EXTRACT AND A ZERO MANIFEST ROW.
000232*   10/15/2026 RK    SIM-HIST-FILE NOW 60 BYTES - PRINCIPAL AND
000234*                    INTEREST COLUMNS CARRY 9(07)V99 VALUES.
000240*---------------------------------------------------------------
000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000740     05  FILLER                  PIC X(04).
000750*
000760 FD  DWX-HIST-FILE
000770     RECORD CONTAINS 60 CHARACTERS.
000780 01  DWX-HIST-REC.
000790     05  SHR-LOAN-ID             PIC X(10).
000800     05  SHR-PRINCIPAL           PIC 9(07)V99.
000810     05  SHR-RATE                PIC 9(02)V99.
000820     05  SHR-TERM                PIC 9(01)V99.
000830     05  SHR-INTEREST            PIC 9(07)V99.
000840     05  SHR-RUN-DATE            PIC 9(08).
000850     05  SHR-ADJUST-FLAG         PIC X(01).
000860     05  FILLER                  PIC X(16).
000870*
000880 FD  DWX-RUNBAL-FILE
000890     RECORD CONTAINS 80 CHARACTERS.
001210 01  DWX-WS-HASH-TOTAL           PIC 9(13)V99 VALUE ZERO.
001220 01  DWX-WS-LINE                 PIC X(80).
001230 01  DWX-WS-CREDITS-ED           PIC 9.9.
001240 01  DWX-WS-AMT-ED               PIC 9(07).99.
001250 01  DWX-WS-RATE-ED              PIC 9(02).99.
001260 01  DWX-WS-TERM-ED              PIC 9.99.
001270 01  DWX-WS-INT-ED               PIC 9(07).99.
001280 01  DWX-WS-HASH-ED              PIC 9(13).99.
001290     COPY RUNSTAMP.
001300*
