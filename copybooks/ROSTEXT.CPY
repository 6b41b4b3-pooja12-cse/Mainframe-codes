000010*---------------------------------------------------------------
000020* ROSTEXT.CPY
000030* SECTION ROSTER EXTRACT - WRITTEN BY SECT-ROSTER AS IT PRINTS
000040* THE GRADE SHEETS, ONE DETAIL PER STUDENT EXACTLY AS PRINTED,
000050* AND READ BACK BY ROSTER-RECON WHEN THE KEYED MARKS COME IN. A
000060* HEADER CARRIES THE TERM ROSTERED; THE TRAILER CARRIES THE
000070* SECTION AND STUDENT CONTROL COUNTS. DETAILS ARE IN COURSE,
000080* SECTION, TERM AND STUDENT ORDER.
000090*
000100* COPY THIS INTO AN FD WITH REPLACING ==ROSTEXT-RECORD== BY
000110* ==<YOUR-ROSTER-REC-NAME>==, THE SAME WAY STUHOLD.CPY IS COPIED.
000120*---------------------------------------------------------------
000130 01  ROSTEXT-RECORD.
000140     05  RSX-REC-TYPE             PIC X(01).
000150         88  RSX-HEADER           VALUE 'H'.
000160         88  RSX-DETAIL           VALUE 'D'.
000170         88  RSX-TRAILER          VALUE 'T'.
000180     05  RSX-BODY                 PIC X(59).
000190     05  RSX-HEADER-BODY REDEFINES RSX-BODY.
000200         10  RSX-H-SOURCE         PIC X(08).
000210         10  RSX-H-RUN-DATE       PIC 9(08).
000220         10  RSX-H-TERM           PIC X(06).
000230         10  FILLER               PIC X(37).
000240     05  RSX-DETAIL-BODY REDEFINES RSX-BODY.
000250         10  RSX-KEY.
000260             15  RSX-COURSE-ID    PIC X(06).
000270             15  RSX-SECTION      PIC X(02).
000280             15  RSX-TERM         PIC X(06).
000290             15  RSX-STUDENT-ID   PIC X(09).
000300         10  RSX-NAME             PIC X(20).
000310         10  RSX-DEADLINE         PIC 9(08).
000320         10  FILLER               PIC X(08).
000330     05  RSX-TRAILER-BODY REDEFINES RSX-BODY.
000340         10  RSX-T-SECTIONS       PIC 9(05).
000350         10  RSX-T-COUNT          PIC 9(07).
000360         10  FILLER               PIC X(47).
