000010*---------------------------------------------------------------
000020* CTLPROP.CPY
000030* CONTROL-PARAMETER CHANGE PROPOSAL QUEUE - ONE RECORD PER
000040* PROPOSED ADD, CHANGE OR DELETE OF A CTLPARM RECORD ON ONE OF
000050* THE NAMED CONTROL FILES (GRACTL, SIMCTL, CPICTL ...). CTL-MAINT
000060* ADDS A PROPOSAL AS PENDING ('P') UNDER THE MAKER'S USERID, AND A
000070* DIFFERENT AUTHORIZED USER MOVES IT TO STAGED ('S') OR REJECTED
000080* ('R'). THE MAKER MAY WITHDRAW ('W') A PENDING PROPOSAL, AND ONE
000090* NOT DECIDED BY ITS CUTOFF EXPIRES ('X'). CTL-APPLY PUTS A STAGED
000100* CHANGE ON ITS CONTROL FILE FROM THE EFFECTIVE BUSINESS DATE ON,
000110* AND CTL-MAINT THEN MARKS IT APPLIED ('D') OR FAILED ('F') FROM
000120* THE CTLAPLOG APPLY LOG. THE PROPOSAL ID IS THE BUSINESS DATE IT
000130* WAS KEYED PLUS A SEQUENCE NUMBER WITHIN THAT DATE.
000140*---------------------------------------------------------------
000150 01  CTLPROP-RECORD.
000160     05  CTQ-PROP-ID.
000170         10  CTQ-PROP-DATE       PIC 9(08).
000180         10  CTQ-PROP-SEQ        PIC 9(04).
000190     05  CTQ-STATUS              PIC X(01).
000200         88  CTQ-PENDING         VALUE 'P'.
000210         88  CTQ-STAGED          VALUE 'S'.
000220         88  CTQ-APPLIED         VALUE 'D'.
000230         88  CTQ-FAILED          VALUE 'F'.
000240         88  CTQ-REJECTED        VALUE 'R'.
000250         88  CTQ-WITHDRAWN       VALUE 'W'.
000260         88  CTQ-EXPIRED         VALUE 'X'.
000270         88  CTQ-OPEN            VALUE 'P' 'S'.
000280     05  CTQ-CTL-FILE            PIC X(08).
000290     05  CTQ-CHG-TYPE            PIC X(01).
000300         88  CTQ-ADD             VALUE 'A'.
000310         88  CTQ-CHANGE          VALUE 'C'.
000320         88  CTQ-DELETE          VALUE 'D'.
000330     05  CTQ-PARM-CODE           PIC X(08).
000340     05  CTQ-PARM-VALUE          PIC 9(05)V99.
000350     05  CTQ-EFF-DATE            PIC 9(08).
000360     05  CTQ-MAKER               PIC X(08).
000370     05  CTQ-CHECKER             PIC X(08).
000380     05  CTQ-DECIDED-DATE        PIC 9(08).
000390     05  CTQ-REASON              PIC X(20).
000400     05  FILLER                  PIC X(11).
