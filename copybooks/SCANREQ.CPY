000010*---------------------------------------------------------------
000020* SCANREQ.CPY
000030* AD-HOC SCAN REQUEST QUEUE - ONE RECORD PER REQUEST AN ANALYST
000040* WANTS RUN BY DIVISIBLE, FIBONACCI OR PRIME-NUMBER OUTSIDE THE
000050* NIGHTLY PARM FILES. THE PARMS ARE KEYED IN THE TARGET
000060* PROGRAM'S OWN CTLPARM CODES AND VALUE FORMAT (RANGFROM/
000070* RANGETO FOR DIVISIBLE AND PRIME-NUMBER; LIMIT, TERMS AND
000080* DIGITS FOR FIBONACCI) AND ARE PASSED THROUGH UNCHANGED.
000090* A NEW REQUEST GOES ON WITH A BLANK (OR 'P') STATUS; SCAN-QUEUE
000100* SETS 'D' OR 'F', THE DATE IT RAN AND THE REASON, AND LEAVES
000110* THE RECORD ON THE QUEUE AS ITS HISTORY. A REQUEST'S OUTPUT IS
000120* WRITTEN TO ITS OWN DATASET, PROD.SCANREQ.R<REQUEST ID>, SO THE
000130* ID MUST BE ONE TO SEVEN LETTERS OR DIGITS AND UNIQUE ON THE
000135* QUEUE.
000140*---------------------------------------------------------------
000150 01  SCANREQ-RECORD.
000160     05  SRQ-REQUEST-ID          PIC X(08).
000170     05  SRQ-USERID              PIC X(08).
000180     05  SRQ-PROGRAM             PIC X(12).
000190     05  SRQ-PARM OCCURS 3 TIMES.
000200         10  SRQ-PARM-CODE       PIC X(08).
000210         10  SRQ-PARM-VALUE      PIC 9(05)V99.
000220     05  SRQ-STATUS              PIC X(01).
000230         88  SRQ-PENDING         VALUE ' ' 'P'.
000240         88  SRQ-DONE            VALUE 'D'.
000250         88  SRQ-FAILED          VALUE 'F'.
000260     05  SRQ-RUN-DATE            PIC 9(08).
000270     05  SRQ-REASON              PIC X(30).
000280     05  FILLER                  PIC X(08).
