000010*---------------------------------------------------------------
000020* SAPMAST.CPY
000030* SATISFACTORY ACADEMIC PROGRESS (SAP) STATUS MASTER - ONE KEYED
000040* (VSAM) RECORD PER AIDED STUDENT, WRITTEN ONLY BY SAP-EVAL. IT
000050* HOLDS THE STUDENT'S MOST RECENT TERM-END SAP STATUS AND THE
000060* STATUS BEFORE IT, SO EACH TERM IS JUDGED AGAINST THE PRIOR
000070* ONE AND A RERUN OF THE SAME TERM GIVES THE SAME ANSWER.
000080* TERM CODES ARE YYYYTT SO THEY COLLATE IN TIME ORDER.
000090*
000100* COPY THIS INTO AN FD WITH REPLACING ==SAPMAST-RECORD== BY
000110* ==<YOUR-SAP-REC-NAME>==, THE SAME WAY CRSMAST.CPY IS COPIED
000120* INTO A CATALOG FD. THE RECORD KEY IS SPM-STUDENT-ID.
000130*---------------------------------------------------------------
000140 01  SAPMAST-RECORD.
000150     05  SPM-STUDENT-ID           PIC X(09).
000160     05  SPM-TERM                 PIC X(06).
000170     05  SPM-STATUS               PIC X(01).
000180         88  SPM-MEETS            VALUE 'M'.
000190         88  SPM-WARNING          VALUE 'W'.
000200         88  SPM-SUSPENDED        VALUE 'S'.
000210     05  SPM-PRIOR-TERM           PIC X(06).
000220     05  SPM-PRIOR-STATUS         PIC X(01).
000230     05  SPM-CUM-GPA              PIC 9(01)V9(02).
000240     05  SPM-ATTEMPTED            PIC 9(03)V9(01).
000250     05  SPM-EARNED               PIC 9(03)V9(01).
000260     05  SPM-PACE-PCT             PIC 9(03)V9(02).
000270     05  SPM-MAX-CREDITS          PIC 9(03)V9(01).
000280     05  SPM-EVAL-DATE            PIC 9(08).
000290     05  FILLER                   PIC X(09).
