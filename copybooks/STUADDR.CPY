000010*---------------------------------------------------------------
000020* STUADDR.CPY
000030* STUDENT MAILING ADDRESS - ONE KEYED (VSAM) RECORD PER STUDENT,
000040* KEPT ONLY BY STUMF-MAINT'S 'M' TRANSACTION. THE STUDENT MASTER
000050* STAYS AT 40 BYTES; A STUDENT WITH NO RECORD HERE HAS NO MAILING
000060* ADDRESS ON FILE. THE MAILING NAME IS HELD AS FIRST AND LAST SO
000070* LABELS AND THE HOUSEHOLD AND RETURN-MAIL CHECKS (KEYED BY LAST
000080* NAME) CAN USE IT AS THE CUSTOMER NAME FILE IS USED.
000090*
000100* COPY THIS INTO AN FD WITH REPLACING ==STUADDR-RECORD== BY
000110* ==<YOUR-ADDRESS-REC-NAME>==, THE SAME WAY STUHOLD.CPY IS COPIED.
000120* THE RECORD KEY IS SAD-STUDENT-ID.
000130*---------------------------------------------------------------
000140 01  STUADDR-RECORD.
000150     05  SAD-STUDENT-ID           PIC X(09).
000160     05  SAD-FIRST                PIC X(15).
000170     05  SAD-LAST                 PIC X(15).
000180     05  SAD-STREET               PIC X(20).
000190     05  SAD-CITY                 PIC X(15).
000200     05  SAD-STATE                PIC X(02).
000210     05  SAD-ZIP                  PIC X(05).
000220     05  SAD-CHANGE-DATE          PIC 9(08).
000230     05  FILLER                   PIC X(11).
