000010*---------------------------------------------------------------
000020* GLCLOSED.CPY
000030* CLOSED-PERIOD CONTROL RECORD. GL-LEDGER REWRITES THIS ONE
000040* RECORD EACH TIME IT RUNS THE MONTH-END CLOSE; THE POSTING
000050* PROGRAMS (SIMPLE-INTEREST, LOAN-PAYMENT) READ IT AT
000060* START-OF-RUN SO NOTHING BACK-DATED LANDS IN A PERIOD THE
000070* LEDGER HAS ALREADY CLOSED. THE CLOSED-THRU DATE ONLY EVER
000080* MOVES FORWARD.
000090*
000100* COPY THIS INTO AN FD WITH REPLACING ==GLCLOSED-RECORD== BY
000110* ==<YOUR-CLOSED-REC-NAME>==, THE SAME WAY CTLPARM.CPY IS
000120* COPIED INTO A CONTROL FILE'S FD.
000130*---------------------------------------------------------------
000140 01  GLCLOSED-RECORD.
000150     05  GLC-CLOSED-THRU          PIC 9(08).
000160     05  GLC-OPEN-FROM            PIC 9(08).
000170     05  GLC-CLOSE-RUN-DATE       PIC 9(08).
000180     05  FILLER                   PIC X(16).
