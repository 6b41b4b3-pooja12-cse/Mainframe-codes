000010*---------------------------------------------------------------
000020* DVLADJQ.CPY
000030* ADJUSTED-QUANTITY EXTRACT WRITTEN BY DIVISIBLE'S ORDER-FILE
000040* MODE - ONE RECORD PER CUSTOMER ORDER LINE READ, IN ORDER-FILE
000050* SEQUENCE, FOR ORDER ENTRY TO LOAD BACK. DAQ-ADJ-QTY IS THE
000060* QUANTITY THE LINE SHOULD SHIP AT AND DAQ-RULE-SET THE CASE
000070* RULE SET THAT PACKS IT. A LINE THAT NEEDS A PERSON TO LOOK AT
000080* IT (BAD QUANTITY, UNKNOWN RULE SET, NOTHING PACKABLE) COMES
000090* BACK WITH DAQ-ADJ-QTY EQUAL TO THE ORDERED QUANTITY AND
000100* ACTION 'X' SO ORDER ENTRY NEVER CHANGES IT UNSEEN.
000110*---------------------------------------------------------------
000120 01  DVLADJQ-RECORD.
000130     05  DAQ-ORDER-NO            PIC X(10).
000140     05  DAQ-ITEM                PIC X(12).
000150     05  DAQ-ORDER-QTY           PIC 9(05).
000160     05  DAQ-ADJ-QTY             PIC 9(05).
000170     05  DAQ-RULE-SET            PIC X(08).
000180     05  DAQ-ACTION              PIC X(01).
000190         88  DAQ-AS-ORDERED      VALUE 'P'.
000200         88  DAQ-RAISED          VALUE 'U'.
000210         88  DAQ-LOWERED         VALUE 'D'.
000220         88  DAQ-REVIEW          VALUE 'X'.
000230     05  FILLER                  PIC X(09).
