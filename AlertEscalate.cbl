000220*                    ACKNOWLEDGMENT FILE IS ALREADY BEING
000230*                    WORKED AND IS NOT RE-ESCALATED; DISPATCH
000240*                    REMOVES THE ACK WHEN THE JOB CLOSES.
000241*   10/15/2026 RK    A SITE DECOMMISSIONED THROUGH SITE-MAINT
000242*                    (LGN-SM-STATUS 'D', FROM THE MASTER'S
000243*                    FILLER) NO LONGER ESCALATES - ITS ALERTS
000244*                    ARE LISTED ON THE REPORT BUT NO WORK ORDER
000245*                    IS CUT.
000250*---------------------------------------------------------------
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000680     05  LGN-SM-REGION           PIC X(03).
000690     05  LGN-SM-BASELINE         PIC 9(02).
000700     05  LGN-SM-REGION-NORM      PIC 9(02).
000701     05  LGN-SM-STATUS           PIC X(01).
000702         88  LGN-SM-DECOMM       VALUE 'D'.
000710     05  FILLER                  PIC X(03).
000720*
000730 FD  LGN-CTL-FILE
000740     RECORD CONTAINS 20 CHARACTERS.
001100 77  ESC-WS-ALERT-COUNT          PIC 9(07) COMP VALUE ZERO.
001110 77  ESC-WS-WORKO-COUNT          PIC 9(05) COMP VALUE ZERO.
001120 77  ESC-WS-ACKED-COUNT          PIC 9(05) COMP VALUE ZERO.
001121 77  ESC-WS-DECOMM-COUNT         PIC 9(05) COMP VALUE ZERO.
001122 77  ESC-WS-DECOMM-SW            PIC X(01).
001123     88  ESC-WS-DECOMM           VALUE 'Y'.
001130 77  ESC-WS-ESC-LIMIT            PIC 9(03) VALUE 3.
001140 77  ESC-WS-ESC-DAYS             PIC 9(03) VALUE 7.
001150 77  ESC-WS-FOUND-SW             PIC X(01).
001470         10  ESC-SM-T-ID         PIC X(09).
001480         10  ESC-SM-T-NAME       PIC X(20).
001490         10  ESC-SM-T-REGION     PIC X(03).
001491         10  ESC-SM-T-STATUS     PIC X(01).
001492             88  ESC-SM-T-DECOMM VALUE 'D'.
001500*
001510*    ACKNOWLEDGED SITES.
001520 77  ESC-WS-AK-COUNT             PIC 9(03) COMP VALUE ZERO.
002720     MOVE LGN-SM-SITE-ID TO ESC-SM-T-ID (ESC-SM-IDX).
002730     MOVE LGN-SM-NAME    TO ESC-SM-T-NAME (ESC-SM-IDX).
002740     MOVE LGN-SM-REGION  TO ESC-SM-T-REGION (ESC-SM-IDX).
002741     MOVE LGN-SM-STATUS  TO ESC-SM-T-STATUS (ESC-SM-IDX).
002750     READ LGN-SITE-FILE
002760         AT END
002770             MOVE 'Y' TO ESC-WS-EOF-SW
003860     MOVE SPACES TO ERL-NAME.
003870     MOVE SPACES TO EWO-NAME.
003880     MOVE SPACES TO EWO-REGION.
003881     MOVE 'N' TO ESC-WS-DECOMM-SW.
003890     PERFORM 3200-FIND-SITE-NAME THRU 3200-EXIT
003900         VARYING ESC-SM-IDX FROM 1 BY 1
003910         UNTIL ESC-SM-IDX > ESC-WS-SM-COUNT.
003911*    A DECOMMISSIONED SITE HAS NOTHING LEFT TO DISPATCH TO.
003912     IF ESC-WS-DECOMM
003913         MOVE "DECOMMISSIONED - NO WO  " TO ERL-DISP
003914         ADD 1 TO ESC-WS-DECOMM-COUNT
003915         WRITE ESC-RPT-REC FROM ESC-WS-RPT-LINE
003916         GO TO 3100-EXIT
003917     END-IF.
003920     PERFORM 3300-CHECK-ACK THRU 3300-EXIT.
003930     IF ESC-WS-FOUND
003940         MOVE "ACKNOWLEDGED - IN WORK  " TO ERL-DISP
004140         MOVE ESC-SM-T-NAME (ESC-SM-IDX)   TO ERL-NAME
004150         MOVE ESC-SM-T-NAME (ESC-SM-IDX)   TO EWO-NAME
004160         MOVE ESC-SM-T-REGION (ESC-SM-IDX) TO EWO-REGION
004161         IF ESC-SM-T-DECOMM (ESC-SM-IDX)
004162             MOVE 'Y' TO ESC-WS-DECOMM-SW
004163         END-IF
004170         SET ESC-SM-IDX TO ESC-WS-SM-COUNT
004180     END-IF.
004190 3200-EXIT.
004750         ESC-WS-WORKO-COUNT.
004760     DISPLAY "ALERT-ESCALATE: ALREADY IN WORK: "
004770         ESC-WS-ACKED-COUNT.
004771     DISPLAY "ALERT-ESCALATE: DECOMMISSIONED:  "
004772         ESC-WS-DECOMM-COUNT.
004780 4000-EXIT.
004790     EXIT.
