000010*---------------------------------------------------------------
000020* STDHIST.CPY
000030* ACADEMIC STANDING HISTORY - ONE KEYED (VSAM) RECORD PER
000040* STUDENT PER TERM, WRITTEN ONLY BY ACAD-STANDING AT TERM END.
000050* EACH RECORD CARRIES THE STANDING THE STUDENT LEFT THE TERM
000060* WITH AND THE STANDING IT WAS JUDGED AGAINST, SO THE CHAIN OF
000070* PROBATION TERMS CAN BE FOLLOWED AND A RERUN OF THE SAME TERM
000080* GIVES THE SAME ANSWER. TERM CODES ARE YYYYTT SO THEY COLLATE
000090* IN TIME ORDER.
000100*
000110* COPY THIS INTO AN FD WITH REPLACING ==STDHIST-RECORD== BY
000120* ==<YOUR-STANDING-REC-NAME>==, THE SAME WAY SAPMAST.CPY IS
000130* COPIED. THE RECORD KEY IS STH-KEY (STUDENT + TERM).
000140*---------------------------------------------------------------
000150 01  STDHIST-RECORD.
000160     05  STH-KEY.
000170         10  STH-STUDENT-ID       PIC X(09).
000180         10  STH-TERM             PIC X(06).
000190     05  STH-STANDING             PIC X(01).
000200         88  STH-GOOD-STANDING    VALUE 'G'.
000210         88  STH-PROBATION        VALUE 'P'.
000220         88  STH-CONT-PROBATION   VALUE 'C'.
000230         88  STH-SUSPENDED        VALUE 'S'.
000240         88  STH-REINSTATED       VALUE 'R'.
000250     05  STH-PRIOR-TERM           PIC X(06).
000260     05  STH-PRIOR-STANDING       PIC X(01).
000270     05  STH-TERM-GPA             PIC 9(01)V9(02).
000280     05  STH-CUM-GPA              PIC 9(01)V9(02).
000290     05  STH-TERM-CREDITS         PIC 9(03)V9(01).
000300     05  STH-RUN-DATE             PIC 9(08).
000310     05  FILLER                   PIC X(09).
