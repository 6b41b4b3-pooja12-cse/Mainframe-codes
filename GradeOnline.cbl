000261*                    WAITING TO BE RE-KEYED. AUDIT RECORDS NOW
000262*                    CARRY THE SOURCE PROGRAM FOR THE
000263*                    GRADE-CONFLICT SAME-DATE REPORT.
000263*   10/15/2026 RK    AN (I)NQUIRY NOW SHOWS THE STUDENT'S ACTIVE
000263*                    REGISTRAR HOLDS - TYPE, OFFICE, DATE PLACED
000263*                    AND THE SERVICES BLOCKED - FROM THE KEYED
000263*                    HOLDS FILE HOLD-MAINT KEEPS, AHEAD OF THE
000263*                    GRADE ON FILE. NO HOLDS FILE MEANS THE SITE
000263*                    HASN'T CUT OVER AND NONE ARE SHOWN.
000220*---------------------------------------------------------------
000230 ENVIRONMENT DIVISION.
000240 CONFIGURATION SECTION.
000342     SELECT GRO-CHGQ-FILE    ASSIGN TO GRACHGQ
000343         ORGANIZATION IS LINE SEQUENTIAL
000344         FILE STATUS IS GRO-WS-CHGQ-STATUS.
000344     SELECT GRA-HOLD-FILE    ASSIGN TO GRAHOLD
000344         ORGANIZATION IS INDEXED
000344         ACCESS MODE IS SEQUENTIAL
000344         RECORD KEY IS HLD-KEY
000344         FILE STATUS IS GRO-WS-HOLD-STATUS.
000340*
000350 DATA DIVISION.
000360 FILE SECTION.
000524     05  GCQ-QUEUE-DATE          PIC 9(08).
000525     05  GCQ-QUEUE-TIME          PIC 9(08).
000526     05  FILLER                  PIC X(03).
000526*
000526 FD  GRA-HOLD-FILE
000526     RECORD CONTAINS 80 CHARACTERS.
000526     COPY STUHOLD REPLACING ==STUHOLD-RECORD==
000526         BY ==GRA-HOLD-REC==.
000501*
000480 WORKING-STORAGE SECTION.
000490 77  GRO-WS-EOF-SW               PIC X(01) VALUE 'N'.
000540 77  GRO-WS-LOCK-BUSY-SW         PIC X(01) VALUE 'N'.
000541     88  GRO-WS-LOCK-BUSY        VALUE 'Y'.
000542 77  GRO-WS-QUEUED-COUNT         PIC 9(03) COMP VALUE ZERO.
000542 77  GRO-WS-HOLD-STATUS          PIC X(02) VALUE '00'.
000542 77  GRO-WS-HOLD-EOF-SW          PIC X(01) VALUE 'N'.
000542     88  GRO-WS-HOLD-EOF         VALUE 'Y'.
000542 77  GRO-WS-HOLD-COUNT           PIC 9(03) COMP VALUE ZERO.
000542 01  GRO-WS-BLOCKS               PIC X(04).
000538 77  GRO-WS-FUNCTION             PIC X(01).
000539     88  GRO-WS-FUNC-LOOKUP      VALUE 'L'.
000540     88  GRO-WS-FUNC-INQUIRE     VALUE 'I'.
001600*===============================================================
001601*    READS THE STUDENT'S GRADE ON FILE FROM THE KEYED GRADE
001602*    MASTER THE NIGHTLY GRADE-CALC RUN MAINTAINS.
001603     PERFORM 2320-SHOW-HOLDS THRU 2320-EXIT.
001603     PERFORM 2350-READ-MASTER THRU 2350-EXIT.
001604     IF GRO-WS-MASTER-FOUND
001605         DISPLAY "STUDENT " GRO-WS-STUDENT-ID
001614 2300-EXIT.
001615     EXIT.
001616*
001616*===============================================================
001616 2320-SHOW-HOLDS.
001616*===============================================================
001616*    LISTS THE STUDENT'S ACTIVE HOLDS. THE HOLDS FILE IS IN
001616*    STUDENT ORDER, SO THE SCAN STOPS AT THE FIRST KEY PAST THE
001616*    STUDENT. BLOCKS SHOWS ONE LETTER PER SERVICE STOPPED -
001616*    T=TRANSCRIPT A=AUDIT R=REGISTRATION D=DIPLOMA.
001616     MOVE ZERO TO GRO-WS-HOLD-COUNT.
001616     MOVE 'N' TO GRO-WS-HOLD-EOF-SW.
001616     OPEN INPUT GRA-HOLD-FILE.
001616     IF GRO-WS-HOLD-STATUS NOT = '00'
001616         GO TO 2320-EXIT
001616     END-IF.
001616     READ GRA-HOLD-FILE
001616         AT END
001616             MOVE 'Y' TO GRO-WS-HOLD-EOF-SW
001616     END-READ.
001616     PERFORM 2325-SHOW-ONE-HOLD THRU 2325-EXIT
001616         UNTIL GRO-WS-HOLD-EOF.
001616     CLOSE GRA-HOLD-FILE.
001616     IF GRO-WS-HOLD-COUNT = ZERO
001616         DISPLAY "NO ACTIVE HOLDS"
001616     END-IF.
001616 2320-EXIT.
001616     EXIT.
001616*
001616*===============================================================
001616 2325-SHOW-ONE-HOLD.
001616*===============================================================
001616     IF HLD-STUDENT-ID > GRO-WS-STUDENT-ID
001616         MOVE 'Y' TO GRO-WS-HOLD-EOF-SW
001616         GO TO 2325-EXIT
001616     END-IF.
001616     IF HLD-STUDENT-ID = GRO-WS-STUDENT-ID AND HLD-ACTIVE
001616         ADD 1 TO GRO-WS-HOLD-COUNT
001616         MOVE "----" TO GRO-WS-BLOCKS
001616         IF HLD-BLOCKS-TRANSCRIPT
001616             MOVE 'T' TO GRO-WS-BLOCKS (1:1)
001616         END-IF
001616         IF HLD-BLOCKS-AUDIT
001616             MOVE 'A' TO GRO-WS-BLOCKS (2:1)
001616         END-IF
001616         IF HLD-BLOCKS-REGISTER
001616             MOVE 'R' TO GRO-WS-BLOCKS (3:1)
001616         END-IF
001616         IF HLD-BLOCKS-DIPLOMA
001616             MOVE 'D' TO GRO-WS-BLOCKS (4:1)
001616         END-IF
001616         DISPLAY "ACTIVE HOLD " HLD-TYPE
001616             " OFFICE " HLD-OFFICE
001616             " PLACED " HLD-PLACED-DATE
001616             " BLOCKS " GRO-WS-BLOCKS
001616             " " HLD-REASON
001616     END-IF.
001616     READ GRA-HOLD-FILE
001616         AT END
001616             MOVE 'Y' TO GRO-WS-HOLD-EOF-SW
001616     END-READ.
001616 2325-EXIT.
001616     EXIT.
001616*
001617*===============================================================
001618 2350-READ-MASTER.
001619*===============================================================
