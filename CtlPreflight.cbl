000268*                    RULE-SET LAYOUT - THE CHECK ALSO PROVES
000269*                    THE SET NAME IS PRESENT AND THE MODE IS
000270*                    ANY OR ALL.
000271*   10/15/2026 RK    SIMCTL ALSO ACCEPTS CLOSEREJ (0 OR 1, THE
000272*                    SIMPLE-INTEREST CLOSED-PERIOD REJECT SWITCH)
000273*                    AND QUOTEEXP (1-999 DAYS, READ BY LOAN-ONLINE
000274*                    AND QUOTE-SELECT) - BOTH WERE REPORTED AS
000275*                    UNRECOGNIZED AND STOPPED THE NIGHT.
000270*---------------------------------------------------------------
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
002430                 PERFORM 9110-WRITE-NAMED-FINDING
002440                     THRU 9110-EXIT
002450             END-IF
002451         WHEN 'CLOSEREJ'
002452             IF CTL-PARM-VALUE OF PFL-SIMCTL-REC NOT = ZERO
002453                     AND CTL-PARM-VALUE OF PFL-SIMCTL-REC NOT = 1
002454                 MOVE "CLOSEREJ MUST BE 0 OR 1" TO PFF-MESSAGE
002455                 PERFORM 9110-WRITE-NAMED-FINDING
002456                     THRU 9110-EXIT
002457             END-IF
002458         WHEN 'QUOTEEXP'
002459             IF CTL-PARM-VALUE OF PFL-SIMCTL-REC < 1
002459                     OR CTL-PARM-VALUE OF PFL-SIMCTL-REC > 999
002459                 MOVE "QUOTEEXP OUT OF RANGE (1-999)"
002459                     TO PFF-MESSAGE
002459                 PERFORM 9110-WRITE-NAMED-FINDING
002459                     THRU 9110-EXIT
002459             END-IF
002460         WHEN OTHER
002470             MOVE "UNRECOGNIZED PARM CODE - IGNORED BY RUN"
002480                 TO PFF-MESSAGE
