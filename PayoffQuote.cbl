000232*                    RECORD INSTEAD OF ONLY THE FIRST - THE
000233*                    FILE CARRIES MORE THAN ONE PARM, SO
000234*                    RATEBASE IS NOT ALWAYS PHYSICALLY FIRST.
000235*   10/15/2026 RK    SIM-HIST-FILE LAYOUT BROUGHT IN STEP WITH
000236*                    SIMPLE-INTEREST'S - 60 BYTES, 9(07)V99
000237*                    PRINCIPAL AND INTEREST.
000240*---------------------------------------------------------------
000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000760*    SIMPLE-INTEREST'S ACCUMULATED HISTORY - THE MOST RECENT
000770*    POSTING CARRIES THE LOAN'S RATE.
000780 FD  POQ-HIST-FILE
000790     RECORD CONTAINS 60 CHARACTERS.
000800 01  POQ-HIST-REC.
000810     05  SHR-LOAN-ID             PIC X(10).
000820     05  SHR-PRINCIPAL           PIC 9(07)V99.
000830     05  SHR-RATE                PIC 9(02)V99.
000840     05  SHR-TERM                PIC 9(01)V99.
000850     05  SHR-INTEREST            PIC 9(07)V99.
000860     05  SHR-RUN-DATE            PIC 9(08).
000870     05  SHR-ADJUST-FLAG         PIC X(01).
000880     05  FILLER                  PIC X(16).
000890*
000900 FD  SIM-CTL-FILE
000910     RECORD CONTAINS 20 CHARACTERS.
