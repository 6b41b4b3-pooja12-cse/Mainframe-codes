000010*---------------------------------------------------------------
000020* CIFMAST.CPY
000030* CUSTOMER INFORMATION MASTER - ONE RECORD PER CUSTOMER, IN
000040* CUSTOMER-NUMBER ORDER, CARRYING THE ONE NAME AND ONE MAILING
000050* ADDRESS FOR A PERSON WHO MAY BE A DEPOSITOR (CPI-CUST-FILE),
000060* A BORROWER (BORMAST) AND A MAILING-LIST ENTRY (CONCATSTRING'S
000070* NAME FILE) ALL AT ONCE. THE ACCOUNTS AND LOANS THE CUSTOMER
000080* OWNS ARE ON THE CROSS-REFERENCE FILE - SEE CIFXREF.CPY.
000090* CIF-SOURCES SHOWS WHICH OF THE THREE FILES THE CUSTOMER WAS
000100* FOUND ON WHEN THE MASTER WAS BUILT (D, B, M OR SPACE BY
000110* POSITION).
000120*
000130* COPY THIS INTO AN FD WITH REPLACING ==CIFMAST-RECORD== BY
000140* ==<YOUR-CIF-REC-NAME>==, THE SAME WAY CTLPARM.CPY IS COPIED
000150* INTO A CONTROL FILE'S FD.
000160*---------------------------------------------------------------
000170 01  CIFMAST-RECORD.
000180     05  CIF-CUST-NO              PIC 9(08).
000190     05  CIF-FIRST-NAME           PIC X(15).
000200     05  CIF-LAST-NAME            PIC X(15).
000210     05  CIF-NAME                 PIC X(20).
000220     05  CIF-STREET               PIC X(30).
000230     05  CIF-CITY                 PIC X(15).
000240     05  CIF-STATE                PIC X(02).
000250     05  CIF-ZIP                  PIC X(05).
000260     05  CIF-OPEN-DATE            PIC 9(08).
000270     05  CIF-SOURCES.
000280         10  CIF-SRC-DEPOSIT      PIC X(01).
000290         10  CIF-SRC-BORROWER     PIC X(01).
000300         10  CIF-SRC-MAILING      PIC X(01).
000310     05  CIF-STATUS               PIC X(01).
000320         88  CIF-ACTIVE           VALUE 'A'.
000330     05  FILLER                   PIC X(08).
