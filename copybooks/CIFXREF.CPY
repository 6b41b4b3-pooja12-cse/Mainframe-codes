000010*---------------------------------------------------------------
000020* CIFXREF.CPY
000030* CUSTOMER CROSS-REFERENCE - ONE RECORD PER ACCOUNT, LOAN OR
000040* BORROWER ID A CUSTOMER ON THE CIF MASTER OWNS, IN CUSTOMER
000050* NUMBER / TYPE / KEY ORDER. CXR-KEY IS A CPI ACCOUNT ID FOR
000060* TYPE D, A LOAN ID FOR TYPE L AND A BORMAST CUSTOMER ID FOR
000070* TYPE B. CXR-LINK SAYS HOW THE RECORD WAS TIED TO THE
000080* CUSTOMER: 'N' IT STARTED A NEW CUSTOMER, 'M' IT MATCHED ONE
000090* ALREADY ON THE MASTER.
000100*
000110* COPY THIS INTO AN FD WITH REPLACING ==CIFXREF-RECORD== BY
000120* ==<YOUR-XREF-REC-NAME>==.
000130*---------------------------------------------------------------
000140 01  CIFXREF-RECORD.
000150     05  CXR-CUST-NO              PIC 9(08).
000160     05  CXR-TYPE                 PIC X(01).
000170         88  CXR-DEPOSIT          VALUE 'D'.
000180         88  CXR-LOAN             VALUE 'L'.
000190         88  CXR-BORROWER         VALUE 'B'.
000200     05  CXR-KEY                  PIC X(10).
000210     05  CXR-LINK                 PIC X(01).
000220         88  CXR-LINK-NEW         VALUE 'N'.
000230         88  CXR-LINK-MATCHED     VALUE 'M'.
000240     05  CXR-LOAD-DATE            PIC 9(08).
000250     05  FILLER                   PIC X(12).
