000010*---------------------------------------------------------------
000020* STUHOLD.CPY
000030* REGISTRAR HOLDS - ONE KEYED (VSAM) RECORD PER HOLD PLACED ON A
000040* STUDENT BY AN OFFICE (BURSAR, DEAN OF STUDENTS, ...), KEPT ONLY
000050* BY HOLD-MAINT. THE BLOCK FLAGS SAY WHICH SERVICES THE HOLD
000060* STOPS; GRADE-TRANSCRIPT HONORS HLD-BLOCKS-TRANSCRIPT AND
000070* DEGREE-AUDIT HLD-BLOCKS-AUDIT. A RELEASED HOLD STAYS ON FILE
000080* WITH ITS RELEASE DATE - ONLY AN ACTIVE HOLD BLOCKS ANYTHING.
000090* HOLD TYPES - FN FINANCIAL, DS DISCIPLINARY, AC ACADEMIC, AD
000100* ADMISSIONS, RG REGISTRAR, LB LIBRARY, HS HEALTH SERVICES.
000110*
000120* COPY THIS INTO AN FD WITH REPLACING ==STUHOLD-RECORD== BY
000130* ==<YOUR-HOLD-REC-NAME>==, THE SAME WAY XFRCRED.CPY IS COPIED.
000140* THE RECORD KEY IS HLD-KEY (STUDENT + HOLD TYPE + OFFICE), SO
000150* ONE STUDENT'S HOLDS ARE ADJACENT IN KEY ORDER.
000160*---------------------------------------------------------------
000170 01  STUHOLD-RECORD.
000180     05  HLD-KEY.
000190         10  HLD-STUDENT-ID       PIC X(09).
000200         10  HLD-TYPE             PIC X(02).
000210             88  HLD-TYPE-VALID   VALUES 'FN' 'DS' 'AC' 'AD'
000220                                         'RG' 'LB' 'HS'.
000230         10  HLD-OFFICE           PIC X(04).
000240     05  HLD-PLACED-DATE          PIC 9(08).
000250     05  HLD-BLOCKS.
000260         10  HLD-BLK-TRANSCRIPT   PIC X(01).
000270             88  HLD-BLOCKS-TRANSCRIPT VALUE 'Y'.
000280         10  HLD-BLK-AUDIT        PIC X(01).
000290             88  HLD-BLOCKS-AUDIT VALUE 'Y'.
000300         10  HLD-BLK-REGISTER     PIC X(01).
000310             88  HLD-BLOCKS-REGISTER VALUE 'Y'.
000320         10  HLD-BLK-DIPLOMA      PIC X(01).
000330             88  HLD-BLOCKS-DIPLOMA VALUE 'Y'.
000340     05  HLD-STATUS               PIC X(01).
000350         88  HLD-ACTIVE           VALUE 'A'.
000360         88  HLD-RELEASED         VALUE 'R'.
000370     05  HLD-RELEASE-DATE         PIC 9(08).
000380     05  HLD-REASON               PIC X(20).
000390     05  HLD-USERID               PIC X(08).
000400     05  FILLER                   PIC X(16).
