000010*---------------------------------------------------------------
000020* ACCREVW.CPY
000030* ACCESS RECERTIFICATION REVIEW RECORD - ONE PER GRANT ON ONLAUTH
000040* (SOURCE 'O' - USERID, PROGRAM AND FUNCTION) OR SRVAUTH (SOURCE
000050* 'B' - A BATCH USERID, PROGRAM SHOWN AS BATCH). ACCESS-RECERT
000060* WRITES ONE FOR EVERY GRANT ON THE REVIEW WORKSHEET, UNDER THE
000070* USER'S REVIEWING MANAGER, WITH THE LAST DATE THE SECLOGS SHOW
000080* THE GRANT USED AND THE IDLE FLAG SET WHEN IT HAS GONE UNUSED
000090* TOO LONG. THE MANAGER RETURNS IT WITH THE DECISION KEYED - K TO
000100* KEEP, R TO REVOKE - AND ACCESS-REVOKE ADDS THE OUTCOME, DATE AND
000110* USER APPLYING IT AND APPENDS IT TO THE REVIEW HISTORY.
000120*---------------------------------------------------------------
000130 01  ACCREVW-RECORD.
000140     05  ARW-REVIEW-DATE         PIC 9(08).
000150     05  ARW-MANAGER             PIC X(08).
000160     05  ARW-USERID              PIC X(08).
000170     05  ARW-SOURCE              PIC X(01).
000180         88  ARW-ONLINE          VALUE 'O'.
000190         88  ARW-BATCH           VALUE 'B'.
000200     05  ARW-PROGRAM-ID          PIC X(08).
000210     05  ARW-FUNCTION            PIC X(01).
000220     05  ARW-LAST-USED           PIC 9(08).
000230     05  ARW-IDLE-DAYS           PIC 9(05).
000240     05  ARW-IDLE-FLAG           PIC X(01).
000250         88  ARW-IDLE            VALUE 'R'.
000260     05  ARW-DECISION            PIC X(01).
000270         88  ARW-KEEP            VALUE 'K'.
000280         88  ARW-REVOKE          VALUE 'R'.
000290     05  ARW-OUTCOME             PIC X(01).
000300         88  ARW-KEPT            VALUE 'K'.
000310         88  ARW-REVOKED         VALUE 'V'.
000320         88  ARW-NOT-ON-FILE     VALUE 'F'.
000330         88  ARW-INVALID         VALUE 'I'.
000340         88  ARW-UNDECIDED       VALUE 'N'.
000350     05  ARW-APPLIED-DATE        PIC 9(08).
000360     05  ARW-APPLIED-BY          PIC X(08).
000370     05  FILLER                  PIC X(14).
