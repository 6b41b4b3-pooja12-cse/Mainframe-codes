000210*                    (RC 16). MALFORMED OR UNTRANSLATABLE
000220*                    REMITTANCES GO TO THE SHARED REJCOMM REJECT
000230*                    LAYOUT FOR THE RESTAGE WORKFLOW.
000231*   10/15/2026 RK    LBO-AMOUNT WIDENED TO 9(07)V99 (PAY-IN-FILE
000232*                    NOW 40 BYTES), THE SAME WIDTH AS THE BANK'S
000233*                    CHECK AMOUNT, SO THE "EXCEEDS PAY-IN FIELD"
000234*                    REJECT IS GONE - A LARGE COMMERCIAL CHECK
000235*                    NOW POSTS INSTEAD OF GOING TO RESTAGE.
000240*---------------------------------------------------------------
000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000670     05  LBT-REC-COUNT           PIC 9(07).
000680     05  FILLER                  PIC X(52).
000690*
000700*    THE TRANSLATED FILE - SAME 40-BYTE LAYOUT LOAN-PAYMENT
000710*    READS AS PAY-IN-FILE.
000720 FD  LBX-OUT-FILE
000730     RECORD CONTAINS 40 CHARACTERS.
000740 01  LBX-OUT-REC.
000750     05  LBO-LOAN-ID             PIC X(10).
000760     05  LBO-PAY-DATE            PIC 9(08).
000770     05  LBO-AMOUNT              PIC 9(07)V99.
000780     05  LBO-TYPE                PIC X(01).
000790     05  FILLER                  PIC X(12).
000800*
000810 FD  LBX-REJECTS-FILE
000820     RECORD CONTAINS 80 CHARACTERS.
002270         PERFORM 2100-WRITE-REJECT THRU 2100-EXIT
002280         GO TO 2000-READ-NEXT
002290     END-IF.
002360     MOVE SPACES          TO LBX-OUT-REC.
002370     MOVE LBD-ACCOUNT     TO LBO-LOAN-ID.
002380     IF LBD-CHECK-DATE NUMERIC AND LBD-CHECK-DATE > ZERO
