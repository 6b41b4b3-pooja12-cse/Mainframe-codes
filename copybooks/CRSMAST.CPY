000010*---------------------------------------------------------------
000020* CRSMAST.CPY
000030* COURSE CATALOG MASTER - ONE KEYED (VSAM) RECORD PER COURSE ID,
000040* MAINTAINED ONLY BY COURSE-MAINT. IT IS THE ONE PLACE A
000050* COURSE'S TITLE, OWNING DEPARTMENT AND CREDIT HOURS ARE KEPT.
000060* A COURSE IS OFFERED FROM CRS-EFF-TERM (SPACES = ALWAYS) UP TO
000070* BUT NOT INCLUDING CRS-RETIRE-TERM (SPACES = NOT RETIRED).
000080* TERM CODES ARE YYYYTT SO THEY COLLATE IN TIME ORDER.
000090*
000100* COPY THIS INTO AN FD WITH REPLACING ==CRSMAST-RECORD== BY
000110* ==<YOUR-CATALOG-REC-NAME>==, THE SAME WAY CTLPARM.CPY IS COPIED
000120* INTO A CONTROL FILE'S FD. THE RECORD KEY IS CRS-COURSE-ID.
000130*---------------------------------------------------------------
000140 01  CRSMAST-RECORD.
000150     05  CRS-COURSE-ID            PIC X(06).
000160     05  CRS-TITLE                PIC X(30).
000170     05  CRS-DEPT                 PIC X(04).
000180     05  CRS-CREDIT-HRS           PIC 9(01)V9(01).
000190     05  CRS-STATUS               PIC X(01).
000200         88  CRS-ACTIVE           VALUE 'A'.
000210         88  CRS-RETIRED          VALUE 'R'.
000220     05  CRS-EFF-TERM             PIC X(06).
000230     05  CRS-RETIRE-TERM          PIC X(06).
000240     05  FILLER                   PIC X(05).
