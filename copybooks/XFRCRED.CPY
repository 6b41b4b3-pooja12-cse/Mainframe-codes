000010*---------------------------------------------------------------
000020* XFRCRED.CPY
000030* TRANSFER CREDIT - ONE KEYED (VSAM) RECORD PER STUDENT PER
000040* COURSE TAKEN AT ANOTHER INSTITUTION, MAINTAINED ONLY BY
000050* TRANSFER-MAINT. EACH RECORD MAPS THE EXTERNAL COURSE TO THE
000060* INTERNAL COURSE ID IT IS ACCEPTED AS, WITH THE CREDIT HOURS
000070* GRANTED AND THE GRADE EARNED THERE. TRANSFER CREDIT COUNTS
000080* TOWARD DEGREE REQUIREMENTS AND CREDITS EARNED BUT NEVER
000090* TOWARD GPA - NO GRADE-CALC FILE CARRIES IT. XFR-POST-TERM IS
000100* THE TERM THE CREDIT WAS ACCEPTED (SPACES = NOT RECORDED).
000110*
000120* COPY THIS INTO AN FD WITH REPLACING ==XFRCRED-RECORD== BY
000130* ==<YOUR-TRANSFER-REC-NAME>==, THE SAME WAY SAPMAST.CPY IS
000140* COPIED. THE RECORD KEY IS XFR-KEY (STUDENT + INSTITUTION +
000150* EXTERNAL COURSE), SO ONE STUDENT'S RECORDS ARE ADJACENT IN
000160* KEY ORDER.
000170*---------------------------------------------------------------
000180 01  XFRCRED-RECORD.
000190     05  XFR-KEY.
000200         10  XFR-STUDENT-ID       PIC X(09).
000210         10  XFR-INST-CODE        PIC X(06).
000220         10  XFR-EXT-COURSE       PIC X(10).
000230     05  XFR-INST-NAME            PIC X(24).
000240     05  XFR-COURSE-ID            PIC X(06).
000250     05  XFR-CREDIT-HRS           PIC 9(01)V9(01).
000260     05  XFR-GRADE                PIC X(02).
000270     05  XFR-POST-TERM            PIC X(06).
000280     05  XFR-RUN-DATE             PIC 9(08).
000290     05  FILLER                   PIC X(07).
