000259*   09/02/2026 RK    HELLO'S NEW CPI-HIST-FILE INTEREST RUN
000260*                    HISTORY NOW SPLITS IN THE SAME CYCLE, SO
000261*                    IT STOPS GROWING FOREVER TOO.
000261*   10/15/2026 RK    SIM-HIST-FILE AND ITS ARCHIVE/RETAIN
000261*                    EXTRACTS WIDENED TO 60 BYTES FOR THE WIDER
000261*                    PRINCIPAL AND INTEREST FIELDS.
000262*---------------------------------------------------------------
000270 ENVIRONMENT DIVISION.
000280 CONFIGURATION SECTION.
000680 01  GRA-KEEP-REC                PIC X(80).
000690*
000700 FD  SIM-HIST-FILE
000710     RECORD CONTAINS 60 CHARACTERS.
000720 01  SIM-HIST-REC.
000730     05  SHR-LOAN-ID             PIC X(10).
000740     05  SHR-PRINCIPAL           PIC 9(07)V99.
000750     05  SHR-RATE                PIC 9(02)V99.
000760     05  SHR-TERM                PIC 9(01)V99.
000770     05  SHR-INTEREST            PIC 9(07)V99.
000780     05  SHR-RUN-DATE            PIC 9(08).
000785     05  SHR-ADJUST-FLAG         PIC X(01).
000790     05  FILLER                  PIC X(16).
000800*
000810 FD  SIM-ARCHIVE-FILE
000820     RECORD CONTAINS 60 CHARACTERS.
000830 01  SIM-ARCHIVE-REC             PIC X(60).
000840*
000850 FD  SIM-KEEP-FILE
000860     RECORD CONTAINS 60 CHARACTERS.
000870 01  SIM-KEEP-REC                PIC X(60).
000880*
000881*    HELLO'S INTEREST RUN HISTORY - SEE ITS CPI-HIST-REC.
000882 FD  CPI-HIST-FILE
